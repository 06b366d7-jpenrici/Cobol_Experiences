      *>*****************************************************************
      *> Program:     Item-Maintenance-Batch
      *> Author:      Pet Shop IT - Inventory Team
      *> Date-Written: 2026-10-15
      *> Purpose:     Item master maintenance - the controlled way
      *>              new SKUs are set up, descriptions corrected and
      *>              items taken off sale, instead of a hand edit of
      *>              the master. Reads the day's ITEM-MAINTENANCE
      *>              transactions (A = add, C = change,
      *>              D = discontinue) and applies them to
      *>              ITEM-MASTER through the usual old-master-in /
      *>              new-master-out pass, matched on item number so
      *>              a new item lands in key order on
      *>              ITEM-MASTER-NEW. Every add and change is
      *>              validated before it is applied: no item number
      *>              used twice, currency BRL or USD, IM-ITEM-TYPE
      *>              "S" or "K", and a kit only where BOM-MASTER
      *>              carries its lines (a single item never does).
      *>              A new item starts with no stock - stock only
      *>              moves through receipts, sales, returns and
      *>              adjustments - and prices are moved by
      *>              Price-Maintenance-Batch, not here. A
      *>              discontinued item stays on file with
      *>              IM-ITEM-STATUS "D", so the history that names
      *>              it still resolves; Purchase-Order-Generation
      *>              and Inventory-Example's reorder report pass it
      *>              by. Every field moved goes to ITEM-CHANGE-AUDIT
      *>              with its value before and after, and onto the
      *>              maintenance register; a transaction that fails
      *>              is listed with its reason and the item is left
      *>              as it was. Writes ITEM-MASTER-CONTROL so
      *>              Master-File-Promotion installs the result.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Item-Maintenance-Batch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           *> This swaps the function of comma and decimal point
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE
               ASSIGN TO "ITEM-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-ID.

           SELECT ITEM-MASTER-NEW-FILE
               ASSIGN TO "ITEM-MASTER-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-NEW-ITEM-ID.

           SELECT ITEM-CONTROL-FILE
               ASSIGN TO "ITEM-MASTER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-MAINTENANCE-FILE
               ASSIGN TO "ITEM-MAINTENANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT SORTED-TRANSACTIONS-FILE
               ASSIGN TO "ITEM-MAINTENANCE-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-SORT-FILE
               ASSIGN TO "ITEM-MAINT-SORT-WORK".

           SELECT BOM-FILE
               ASSIGN TO "BOM-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT ITEM-AUDIT-FILE
               ASSIGN TO "ITEM-CHANGE-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINTENANCE-REGISTER-FILE
               ASSIGN TO "ITEM-MAINTENANCE-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  ITEM-MASTER-NEW-FILE.
       01  IM-NEW-ITEM-RECORD.
           05  IM-NEW-ITEM-ID          PIC 9(05).
           05  IM-NEW-NAME             PIC X(15).
           05  IM-NEW-DESCRIPTION      PIC X(35).
           05  IM-NEW-UNIT-PRICE       PIC 9(04)V99.
           05  IM-NEW-STOCK-QTY        PIC 9(03).
           05  IM-NEW-REORDER-LEVEL    PIC 9(03).
           05  IM-NEW-CURRENCY-CODE    PIC X(03).
           05  IM-NEW-ITEM-TYPE        PIC X(01).
           05  IM-NEW-ITEM-STATUS      PIC X(01).

       FD  ITEM-CONTROL-FILE.
           COPY CTLREC.

       *> One record per request purchasing keys. An add carries
       *> the whole item; a change carries only the fields being
       *> corrected - a blank field leaves that field as it is; a
       *> discontinuation needs only the item number. The price is
       *> keyed on an add only.
       FD  ITEM-MAINTENANCE-FILE.
       01  IT-TRANSACTION-RECORD.
           05  IT-ACTION-CODE          PIC X(01).
           05  IT-ITEM-ID              PIC 9(05).
           05  IT-ITEM-ID-X            REDEFINES IT-ITEM-ID
                                       PIC X(05).
           05  IT-NAME                 PIC X(15).
           05  IT-DESCRIPTION          PIC X(35).
           05  IT-UNIT-PRICE-X         PIC X(06).
           05  IT-REORDER-LEVEL-X      PIC X(03).
           05  IT-CURRENCY-CODE        PIC X(03).
           05  IT-ITEM-TYPE            PIC X(01).

       *> The day's transactions in item sequence, the entry
       *> sequence carrying the order purchasing keyed them, so an
       *> add followed by a correction to the same new item still
       *> applies in that order
       FD  SORTED-TRANSACTIONS-FILE.
       01  SL-SORTED-RECORD.
           05  SL-ITEM-ID              PIC 9(05).
           05  SL-ENTRY-SEQ            PIC 9(07).
           05  SL-ACTION-CODE          PIC X(01).
               88  SL-ACTION-IS-ADD             VALUE "A".
               88  SL-ACTION-IS-CHANGE          VALUE "C".
               88  SL-ACTION-IS-DISCONTINUE     VALUE "D".
           05  SL-NAME                 PIC X(15).
           05  SL-DESCRIPTION          PIC X(35).
           05  SL-UNIT-PRICE-X         PIC X(06).
           05  SL-UNIT-PRICE           REDEFINES SL-UNIT-PRICE-X
                                       PIC 9(04)V99.
           05  SL-REORDER-LEVEL-X      PIC X(03).
           05  SL-REORDER-LEVEL        REDEFINES SL-REORDER-LEVEL-X
                                       PIC 9(03).
           05  SL-CURRENCY-CODE        PIC X(03).
           05  SL-ITEM-TYPE            PIC X(01).

       SD  TRANS-SORT-FILE.
       01  SRT-SORT-RECORD.
           05  SRT-ITEM-ID             PIC 9(05).
           05  SRT-ENTRY-SEQ           PIC 9(07).
           05  SRT-ACTION-CODE         PIC X(01).
           05  SRT-NAME                PIC X(15).
           05  SRT-DESCRIPTION         PIC X(35).
           05  SRT-UNIT-PRICE-X        PIC X(06).
           05  SRT-REORDER-LEVEL-X     PIC X(03).
           05  SRT-CURRENCY-CODE       PIC X(03).
           05  SRT-ITEM-TYPE           PIC X(01).

       FD  BOM-FILE.
           COPY BOMREC.

       FD  ITEM-AUDIT-FILE.
           COPY ITEMAUD.

       FD  MAINTENANCE-REGISTER-FILE.
       01  MR-REPORT-LINE              PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> Working copy of the item record being maintained
       01 WS-ITEM-STRUCTURE.
           05 WS-ITEM-ID           PIC 9(05).
           05 WS-NAME               PIC X(15).
           05 WS-DESCRIPTION        PIC X(35).
           05 WS-UNIT-PRICE         PIC 9(04)V99.
           05 WS-STOCK-QTY          PIC 9(03).
           05 WS-REORDER-LEVEL      PIC 9(03).
           05 WS-CURRENCY-CODE      PIC X(03).
           05 WS-ITEM-TYPE          PIC X(01).
           05 WS-ITEM-STATUS        PIC X(01).
               88 WS-ITEM-IS-DISCONTINUED       VALUE "D".

       *> The item as it stood before the transaction on hand, for
       *> the before values on the audit trail
       01 WS-BEFORE-STRUCTURE.
           05 WS-BEFORE-NAME        PIC X(15).
           05 WS-BEFORE-DESCRIPTION PIC X(35).
           05 WS-BEFORE-UNIT-PRICE  PIC 9(04)V99.
           05 WS-BEFORE-REORDER-LEVEL PIC 9(03).
           05 WS-BEFORE-CURRENCY-CODE PIC X(03).
           05 WS-BEFORE-ITEM-TYPE   PIC X(01).
           05 WS-BEFORE-ITEM-STATUS PIC X(01).

       *> The item as an add or change would leave it, held apart
       *> until it passes validation - a change that fails must
       *> leave the item exactly as it was
       01 WS-CANDIDATE-RECORD.
           05 WS-CAND-NAME          PIC X(15).
           05 WS-CAND-DESCRIPTION   PIC X(35).
           05 WS-CAND-UNIT-PRICE    PIC 9(04)V99.
           05 WS-CAND-REORDER-LEVEL PIC 9(03).
           05 WS-CAND-CURRENCY-CODE PIC X(03).
               88 WS-CAND-CURRENCY-VALID         VALUE "BRL" "USD".
           05 WS-CAND-ITEM-TYPE     PIC X(01).
               88 WS-CAND-TYPE-VALID             VALUE "S" "K".
               88 WS-CAND-IS-KIT                 VALUE "K".

       *> End-of-file switches and the conditions tested against them
       01 WS-SWITCHES.
           05 WS-EOF-SWITCH        PIC X(01)   VALUE "N".
               88 WS-END-OF-FILE               VALUE "Y".
           05 WS-TRANS-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-TRANS-END-OF-FILE          VALUE "Y".
           05 WS-RELEASE-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-RELEASE-END-OF-FILE        VALUE "Y".
           05 WS-BOM-EOF-SWITCH    PIC X(01)   VALUE "N".
               88 WS-BOM-END-OF-FILE            VALUE "Y".
           05 WS-VALID-SWITCH      PIC X(01)   VALUE "Y".
               88 WS-RECORD-IS-VALID            VALUE "Y".
           05 WS-ON-FILE-SWITCH    PIC X(01)   VALUE "N".
               88 WS-ITEM-ON-FILE               VALUE "Y".
           05 WS-ADDING-SWITCH     PIC X(01)   VALUE "N".
               88 WS-ITEM-BEING-ADDED           VALUE "Y".

       01 WS-TRANS-FILE-STATUS  PIC X(02).
       01 WS-BOM-FILE-STATUS    PIC X(02).

       *> ITEM-CHANGE-AUDIT accumulates across runs, so the file may
       *> not exist yet the first time this program is ever run
       01 WS-AUDIT-FILE-STATUS  PIC X(02).

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Item-Maintenance-Batch".

       01 WS-RUN-DATE           PIC 9(08).

       *> Entry sequence stamped on each transaction as it is
       *> released to the sort
       01 WS-ENTRY-SEQ          PIC 9(07)      VALUE ZERO.

      *>-----------------------------------------------------------------
      *> Match keys for the master pass. Each file's key goes to
      *> WS-HIGH-KEY - above any item number - once that file is
      *> exhausted, so the lower of the two is always the next item
      *> to be written, whether it comes off the master or is being
      *> added today.
      *>-----------------------------------------------------------------
       01 WS-MASTER-KEY         PIC 9(06)      VALUE ZERO.
       01 WS-TRANS-KEY          PIC 9(06)      VALUE ZERO.
       01 WS-CURRENT-KEY        PIC 9(06)      VALUE ZERO.
       01 WS-HIGH-KEY           PIC 9(06)      VALUE 999999.

      *>-----------------------------------------------------------------
      *> Bill of materials, loaded once from BOM-MASTER: which items
      *> are kits (and so may be typed "K") and which items are
      *> components of a kit (flagged when one is discontinued).
      *>-----------------------------------------------------------------
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 400 TIMES.
               10 WS-TBL-KIT-ID           PIC 9(05).
               10 WS-TBL-COMPONENT-ID     PIC 9(05).
       01 WS-BOM-COUNT          PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX            PIC 9(04) COMP.
       01 WS-LOOKUP-SWITCH      PIC X(01).
           88 WS-LOOKUP-FOUND                    VALUE "Y".

       01 WS-REJECT-REASON      PIC X(30).
       01 WS-ACTION-TEXT        PIC X(12).
       01 WS-NOTE-TEXT          PIC X(60).

       *> One field's move, on its way to the audit trail
       01 WS-AUDIT-FIELD        PIC X(14).
       01 WS-AUDIT-OLD          PIC X(35).
       01 WS-AUDIT-NEW          PIC X(35).

       *> Control totals of the NEW master written this run, for
       *> Master-File-Promotion to verify against (the item-master
       *> hash is summed stock quantity)
       01 WS-NEW-RECORD-COUNT   PIC 9(07)      VALUE ZERO.
       01 WS-NEW-HASH-TOTAL     PIC 9(11)V99   VALUE ZERO.

       *> Run controls, printed at the foot of the register
       01 WS-MAINTENANCE-TOTALS.
           05 WS-ADDED-COUNT        PIC 9(05)     VALUE ZERO.
           05 WS-CHANGED-COUNT      PIC 9(05)     VALUE ZERO.
           05 WS-DISCONTINUED-COUNT PIC 9(05)     VALUE ZERO.
           05 WS-REJECT-COUNT       PIC 9(05)     VALUE ZERO.
           05 WS-AUDIT-COUNT        PIC 9(07)     VALUE ZERO.
       01 WS-APPLIED-COUNT      PIC 9(07)      VALUE ZERO.

       *> Editing masks for the before and after values
       01 WS-DISPLAY-FIELDS.
           05 WS-MASK-PRICE         PIC Z.ZZ9,99.
           05 WS-MASK-LEVEL         PIC ZZ9.
           05 WS-MASK-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ITEM
               THRU 2000-EXIT
               UNTIL WS-MASTER-KEY = WS-HIGH-KEY
                 AND WS-TRANS-KEY = WS-HIGH-KEY.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Loads the bill of materials, sorts the day's transactions
      *> into item sequence and opens the master for the pass.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

           PERFORM 1300-LOAD-BOM
               THRU 1300-EXIT.

           SORT TRANS-SORT-FILE
               ON ASCENDING KEY SRT-ITEM-ID
                                SRT-ENTRY-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-TRANSACTIONS
                   THRU 1100-EXIT
               GIVING SORTED-TRANSACTIONS-FILE.

           OPEN INPUT  SORTED-TRANSACTIONS-FILE.
           OPEN INPUT  ITEM-MASTER-FILE.
           OPEN OUTPUT ITEM-MASTER-NEW-FILE.
           OPEN OUTPUT MAINTENANCE-REGISTER-FILE.
           OPEN EXTEND ITEM-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT ITEM-AUDIT-FILE
           END-IF.

           INITIALIZE MR-REPORT-LINE.
           STRING "--- ITEM MAINTENANCE REGISTER " DELIMITED BY SIZE
                   WS-RUN-DATE          DELIMITED BY SIZE
                   " ---"               DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.
           WRITE MR-REPORT-LINE.

           PERFORM 3500-READ-TRANSACTION
               THRU 3500-EXIT.

           PERFORM 3000-READ-ITEM
               THRU 3000-EXIT.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-RELEASE-TRANSACTIONS
      *> Feeds the day's transactions to the sort, stamping each
      *> with its entry sequence. No transactions on file is a
      *> quiet day - the master is still copied through so the
      *> stream's promotion step has a NEW file.
      *>-----------------------------------------------------------------
       1100-RELEASE-TRANSACTIONS.

           OPEN INPUT ITEM-MAINTENANCE-FILE.
           IF WS-TRANS-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-RELEASE-ONE-TRANSACTION
               THRU 1110-EXIT
               UNTIL WS-RELEASE-END-OF-FILE.

           CLOSE ITEM-MAINTENANCE-FILE.

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1110-RELEASE-ONE-TRANSACTION
      *> An item number that is not a number is released as zero,
      *> which no item carries, and is rejected in the pass.
      *>-----------------------------------------------------------------
       1110-RELEASE-ONE-TRANSACTION.

           READ ITEM-MAINTENANCE-FILE
               AT END
                   MOVE "Y" TO WS-RELEASE-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           ADD 1 TO WS-ENTRY-SEQ.

           IF IT-ITEM-ID-X IS NUMERIC
               MOVE IT-ITEM-ID     TO SRT-ITEM-ID
           ELSE
               MOVE ZERO           TO SRT-ITEM-ID
           END-IF.

           MOVE WS-ENTRY-SEQ       TO SRT-ENTRY-SEQ.
           MOVE IT-ACTION-CODE     TO SRT-ACTION-CODE.
           MOVE IT-NAME            TO SRT-NAME.
           MOVE IT-DESCRIPTION     TO SRT-DESCRIPTION.
           MOVE IT-UNIT-PRICE-X    TO SRT-UNIT-PRICE-X.
           MOVE IT-REORDER-LEVEL-X TO SRT-REORDER-LEVEL-X.
           MOVE IT-CURRENCY-CODE   TO SRT-CURRENCY-CODE.
           MOVE IT-ITEM-TYPE       TO SRT-ITEM-TYPE.

           RELEASE SRT-SORT-RECORD.

       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1300-LOAD-BOM
      *> No BOM-MASTER on file means no kits at all - every "K" add
      *> or change is then rejected.
      *>-----------------------------------------------------------------
       1300-LOAD-BOM.

           OPEN INPUT BOM-FILE.
           IF WS-BOM-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1310-LOAD-BOM-ENTRY
               THRU 1310-EXIT
               UNTIL WS-BOM-END-OF-FILE.

           CLOSE BOM-FILE.

       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1310-LOAD-BOM-ENTRY
      *> WS-BOM-TABLE must hold the whole bill of materials - if it
      *> is ever outgrown, the run stops here with a clear message
      *> instead of rejecting good kits whose lines fell past the
      *> table boundary.
      *>-----------------------------------------------------------------
       1310-LOAD-BOM-ENTRY.

           READ BOM-FILE
               AT END
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ.

           IF WS-BOM-COUNT NOT < 400
               DISPLAY "*** ABEND: BOM-MASTER EXCEEDS " ,
                       "400 LINES - WS-BOM-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-BOM-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-BOM-COUNT.
           MOVE BM-KIT-ITEM-ID       TO WS-TBL-KIT-ID(WS-BOM-COUNT).
           MOVE BM-COMPONENT-ITEM-ID
               TO WS-TBL-COMPONENT-ID(WS-BOM-COUNT).

       1310-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-PROCESS-ITEM
      *> One item number per pass: the lower of the next master key
      *> and the next transaction key. The item comes off the master
      *> if it is there; otherwise only an add can bring it into
      *> being. Whatever is on file once its transactions are
      *> applied goes to the new master.
      *>-----------------------------------------------------------------
       2000-PROCESS-ITEM.

           IF WS-MASTER-KEY < WS-TRANS-KEY
               MOVE WS-MASTER-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-TRANS-KEY  TO WS-CURRENT-KEY
           END-IF.

           IF WS-MASTER-KEY = WS-CURRENT-KEY
               PERFORM 2100-TAKE-MASTER-ITEM
                   THRU 2100-EXIT
               PERFORM 3000-READ-ITEM
                   THRU 3000-EXIT
           ELSE
               MOVE "N" TO WS-ON-FILE-SWITCH
               INITIALIZE WS-ITEM-STRUCTURE
               MOVE WS-CURRENT-KEY TO WS-ITEM-ID
           END-IF.

           PERFORM 4000-APPLY-TRANSACTIONS
               THRU 4000-EXIT.

           IF WS-ITEM-ON-FILE
               PERFORM 5000-WRITE-NEW-MASTER
                   THRU 5000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2100-TAKE-MASTER-ITEM
      *>-----------------------------------------------------------------
       2100-TAKE-MASTER-ITEM.

           MOVE IM-ITEM-ID       TO WS-ITEM-ID.
           MOVE IM-NAME          TO WS-NAME.
           MOVE IM-DESCRIPTION   TO WS-DESCRIPTION.
           MOVE IM-UNIT-PRICE    TO WS-UNIT-PRICE.
           MOVE IM-STOCK-QTY     TO WS-STOCK-QTY.
           MOVE IM-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE IM-CURRENCY-CODE TO WS-CURRENCY-CODE.
           MOVE IM-ITEM-TYPE     TO WS-ITEM-TYPE.
           MOVE IM-ITEM-STATUS   TO WS-ITEM-STATUS.

           MOVE "Y" TO WS-ON-FILE-SWITCH.

       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-READ-ITEM
      *>-----------------------------------------------------------------
       3000-READ-ITEM.

           READ ITEM-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE WS-HIGH-KEY TO WS-MASTER-KEY
                   GO TO 3000-EXIT
           END-READ.

           MOVE IM-ITEM-ID TO WS-MASTER-KEY.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3500-READ-TRANSACTION
      *>-----------------------------------------------------------------
       3500-READ-TRANSACTION.

           READ SORTED-TRANSACTIONS-FILE
               AT END
                   MOVE "Y" TO WS-TRANS-EOF-SWITCH
                   MOVE WS-HIGH-KEY TO WS-TRANS-KEY
                   GO TO 3500-EXIT
           END-READ.

           MOVE SL-ITEM-ID TO WS-TRANS-KEY.

       3500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-APPLY-TRANSACTIONS
      *> Every transaction for the item on hand, in the order they
      *> were keyed.
      *>-----------------------------------------------------------------
       4000-APPLY-TRANSACTIONS.

           PERFORM 4100-APPLY-TRANSACTION
               THRU 4100-EXIT
               UNTIL WS-TRANS-KEY NOT = WS-CURRENT-KEY.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-APPLY-TRANSACTION
      *> One sorted transaction. An add for an item number already
      *> on file - on the master, or added earlier today - is a
      *> duplicate. A change or discontinuation needs the item on
      *> file, and a discontinued item takes neither.
      *>-----------------------------------------------------------------
       4100-APPLY-TRANSACTION.

           IF SL-ITEM-ID = ZERO
               MOVE "INVALID ITEM NUMBER" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4100-NEXT
           END-IF.

           IF SL-ACTION-IS-ADD
               IF WS-ITEM-ON-FILE
                   MOVE "DUPLICATE ITEM NUMBER" TO WS-REJECT-REASON
                   PERFORM 6500-WRITE-REJECT-LINE
                       THRU 6500-EXIT
               ELSE
                   PERFORM 4200-ADD-ITEM
                       THRU 4200-EXIT
               END-IF
               GO TO 4100-NEXT
           END-IF.

           IF NOT SL-ACTION-IS-CHANGE
            AND NOT SL-ACTION-IS-DISCONTINUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4100-NEXT
           END-IF.

           IF NOT WS-ITEM-ON-FILE
               MOVE "ITEM NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4100-NEXT
           END-IF.

           IF WS-ITEM-IS-DISCONTINUED
               IF SL-ACTION-IS-DISCONTINUE
                   MOVE "ITEM ALREADY DISCONTINUED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "ITEM IS DISCONTINUED" TO WS-REJECT-REASON
               END-IF
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4100-NEXT
           END-IF.

           IF SL-ACTION-IS-CHANGE
               PERFORM 4300-CHANGE-ITEM
                   THRU 4300-EXIT
           ELSE
               PERFORM 4400-DISCONTINUE-ITEM
                   THRU 4400-EXIT
           END-IF.

       4100-NEXT.

           PERFORM 3500-READ-TRANSACTION
               THRU 3500-EXIT.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-ADD-ITEM
      *> A new item must pass the same rules as a change, and a
      *> single item needs a selling price - a zero price is what
      *> Price-Maintenance-Batch exists to stop. A kit's price is
      *> derived from its components, so it may be keyed as zero.
      *> The item starts active with no stock on hand.
      *>-----------------------------------------------------------------
       4200-ADD-ITEM.

           MOVE SL-NAME          TO WS-CAND-NAME.
           MOVE SL-DESCRIPTION   TO WS-CAND-DESCRIPTION.
           MOVE SL-CURRENCY-CODE TO WS-CAND-CURRENCY-CODE.
           MOVE SL-ITEM-TYPE     TO WS-CAND-ITEM-TYPE.

           IF SL-UNIT-PRICE-X = SPACES
               MOVE ZERO TO WS-CAND-UNIT-PRICE
           ELSE
               IF SL-UNIT-PRICE-X IS NUMERIC
                   MOVE SL-UNIT-PRICE TO WS-CAND-UNIT-PRICE
               ELSE
                   MOVE "INVALID UNIT PRICE" TO WS-REJECT-REASON
                   PERFORM 6500-WRITE-REJECT-LINE
                       THRU 6500-EXIT
                   GO TO 4200-EXIT
               END-IF
           END-IF.

           IF SL-REORDER-LEVEL-X = SPACES
               MOVE ZERO TO WS-CAND-REORDER-LEVEL
           ELSE
               IF SL-REORDER-LEVEL-X IS NUMERIC
                   MOVE SL-REORDER-LEVEL TO WS-CAND-REORDER-LEVEL
               ELSE
                   MOVE "INVALID REORDER LEVEL" TO WS-REJECT-REASON
                   PERFORM 6500-WRITE-REJECT-LINE
                       THRU 6500-EXIT
                   GO TO 4200-EXIT
               END-IF
           END-IF.

           PERFORM 4900-VALIDATE-CANDIDATE
               THRU 4900-EXIT.

           IF WS-RECORD-IS-VALID
            AND NOT WS-CAND-IS-KIT
            AND WS-CAND-UNIT-PRICE = ZERO
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "MISSING UNIT PRICE" TO WS-REJECT-REASON
           END-IF.

           IF NOT WS-RECORD-IS-VALID
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4200-EXIT
           END-IF.

           INITIALIZE WS-BEFORE-STRUCTURE.

           MOVE SL-ITEM-ID            TO WS-ITEM-ID.
           MOVE ZERO                  TO WS-STOCK-QTY.
           MOVE "A"                   TO WS-ITEM-STATUS.
           PERFORM 4800-TAKE-CANDIDATE
               THRU 4800-EXIT.

           MOVE "Y" TO WS-ON-FILE-SWITCH.
           ADD 1 TO WS-ADDED-COUNT.

           MOVE "ADDED"        TO WS-ACTION-TEXT.
           PERFORM 6000-WRITE-ACTION-LINE
               THRU 6000-EXIT.

           MOVE "Y" TO WS-ADDING-SWITCH.
           PERFORM 4600-AUDIT-CHANGES
               THRU 4600-EXIT.
           MOVE "N" TO WS-ADDING-SWITCH.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4300-CHANGE-ITEM
      *> Only the fields the transaction carries are changed, and
      *> the result must still pass the rules, or the item is left
      *> exactly as it was. Stock is never touched here, and a
      *> price keyed on a change is refused - price moves go through
      *> PRICE-CHANGES, with their own audit and review.
      *>-----------------------------------------------------------------
       4300-CHANGE-ITEM.

           IF SL-UNIT-PRICE-X NOT = SPACES
               MOVE "PRICE MOVES VIA PRICE-CHANGES" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4300-EXIT
           END-IF.

           PERFORM 4700-SAVE-BEFORE
               THRU 4700-EXIT.

           MOVE WS-NAME          TO WS-CAND-NAME.
           MOVE WS-DESCRIPTION   TO WS-CAND-DESCRIPTION.
           MOVE WS-UNIT-PRICE    TO WS-CAND-UNIT-PRICE.
           MOVE WS-REORDER-LEVEL TO WS-CAND-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO WS-CAND-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO WS-CAND-ITEM-TYPE.

           IF SL-NAME NOT = SPACES
               MOVE SL-NAME TO WS-CAND-NAME
           END-IF.

           IF SL-DESCRIPTION NOT = SPACES
               MOVE SL-DESCRIPTION TO WS-CAND-DESCRIPTION
           END-IF.

           IF SL-REORDER-LEVEL-X NOT = SPACES
               IF SL-REORDER-LEVEL-X IS NUMERIC
                   MOVE SL-REORDER-LEVEL TO WS-CAND-REORDER-LEVEL
               ELSE
                   MOVE "INVALID REORDER LEVEL" TO WS-REJECT-REASON
                   PERFORM 6500-WRITE-REJECT-LINE
                       THRU 6500-EXIT
                   GO TO 4300-EXIT
               END-IF
           END-IF.

           IF SL-CURRENCY-CODE NOT = SPACES
               MOVE SL-CURRENCY-CODE TO WS-CAND-CURRENCY-CODE
           END-IF.

           IF SL-ITEM-TYPE NOT = SPACES
               MOVE SL-ITEM-TYPE TO WS-CAND-ITEM-TYPE
           END-IF.

           PERFORM 4900-VALIDATE-CANDIDATE
               THRU 4900-EXIT.

           IF NOT WS-RECORD-IS-VALID
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4300-EXIT
           END-IF.

           PERFORM 4800-TAKE-CANDIDATE
               THRU 4800-EXIT.

           ADD 1 TO WS-CHANGED-COUNT.

           MOVE "CHANGED"      TO WS-ACTION-TEXT.
           PERFORM 6000-WRITE-ACTION-LINE
               THRU 6000-EXIT.

           PERFORM 4600-AUDIT-CHANGES
               THRU 4600-EXIT.

       4300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4400-DISCONTINUE-ITEM
      *> The item stays on file, stock and all - whatever is left is
      *> still sold and counted - but it is never reordered again.
      *> If it is still a component of a kit, the register says so,
      *> so the kit can be rebuilt or discontinued in its turn.
      *>-----------------------------------------------------------------
       4400-DISCONTINUE-ITEM.

           PERFORM 4700-SAVE-BEFORE
               THRU 4700-EXIT.

           MOVE "D" TO WS-ITEM-STATUS.

           ADD 1 TO WS-DISCONTINUED-COUNT.

           MOVE "DISCONTINUED" TO WS-ACTION-TEXT.
           PERFORM 6000-WRITE-ACTION-LINE
               THRU 6000-EXIT.

           PERFORM 4600-AUDIT-CHANGES
               THRU 4600-EXIT.

           PERFORM 4550-SCAN-COMPONENT-OF
               THRU 4550-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-BOM-COUNT.

       4400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4500-SCAN-KIT
      *> Sets WS-LOOKUP-FOUND when BOM-MASTER carries a line for the
      *> item on hand as a kit.
      *>-----------------------------------------------------------------
       4500-SCAN-KIT.

           IF WS-TBL-KIT-ID(WS-TBL-IDX) = WS-ITEM-ID
               MOVE "Y" TO WS-LOOKUP-SWITCH
           END-IF.

       4500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4550-SCAN-COMPONENT-OF
      *>-----------------------------------------------------------------
       4550-SCAN-COMPONENT-OF.

           IF WS-TBL-COMPONENT-ID(WS-TBL-IDX) NOT = WS-ITEM-ID
               GO TO 4550-EXIT
           END-IF.

           INITIALIZE WS-NOTE-TEXT.
           STRING "STILL A COMPONENT OF KIT " DELIMITED BY SIZE
                   WS-TBL-KIT-ID(WS-TBL-IDX)  DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-STRING.

           PERFORM 6600-WRITE-NOTE-LINE
               THRU 6600-EXIT.

       4550-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4600-AUDIT-CHANGES
      *> One audit record for every field the transaction moved,
      *> compared against the item as it stood before it. An add
      *> sets every field, so every field is logged - a zero price
      *> or reorder level included - whatever it compares to.
      *>-----------------------------------------------------------------
       4600-AUDIT-CHANGES.

           IF WS-ITEM-BEING-ADDED
            OR WS-NAME NOT = WS-BEFORE-NAME
               MOVE "NAME"           TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-NAME   TO WS-AUDIT-OLD
               MOVE WS-NAME          TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           IF WS-ITEM-BEING-ADDED
            OR WS-DESCRIPTION NOT = WS-BEFORE-DESCRIPTION
               MOVE "DESCRIPTION"    TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-DESCRIPTION TO WS-AUDIT-OLD
               MOVE WS-DESCRIPTION   TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           IF WS-ITEM-BEING-ADDED
            OR WS-UNIT-PRICE NOT = WS-BEFORE-UNIT-PRICE
               MOVE "UNIT-PRICE"     TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-UNIT-PRICE TO WS-MASK-PRICE
               MOVE WS-MASK-PRICE    TO WS-AUDIT-OLD
               MOVE WS-UNIT-PRICE    TO WS-MASK-PRICE
               MOVE WS-MASK-PRICE    TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           IF WS-ITEM-BEING-ADDED
            OR WS-REORDER-LEVEL NOT = WS-BEFORE-REORDER-LEVEL
               MOVE "REORDER-LEVEL"  TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-REORDER-LEVEL TO WS-MASK-LEVEL
               MOVE WS-MASK-LEVEL    TO WS-AUDIT-OLD
               MOVE WS-REORDER-LEVEL TO WS-MASK-LEVEL
               MOVE WS-MASK-LEVEL    TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           IF WS-ITEM-BEING-ADDED
            OR WS-CURRENCY-CODE NOT = WS-BEFORE-CURRENCY-CODE
               MOVE "CURRENCY-CODE"  TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-CURRENCY-CODE TO WS-AUDIT-OLD
               MOVE WS-CURRENCY-CODE TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           IF WS-ITEM-BEING-ADDED
            OR WS-ITEM-TYPE NOT = WS-BEFORE-ITEM-TYPE
               MOVE "ITEM-TYPE"      TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-ITEM-TYPE TO WS-AUDIT-OLD
               MOVE WS-ITEM-TYPE     TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           IF WS-ITEM-BEING-ADDED
            OR WS-ITEM-STATUS NOT = WS-BEFORE-ITEM-STATUS
               MOVE "ITEM-STATUS"    TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-ITEM-STATUS TO WS-AUDIT-OLD
               MOVE WS-ITEM-STATUS   TO WS-AUDIT-NEW
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

       4600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4700-SAVE-BEFORE
      *> A status of spaces reads as active, so it is logged as the
      *> "A" it means rather than as a blank. Only the copy is
      *> normalised here - the item itself is not touched until a
      *> change has passed validation (4800-TAKE-CANDIDATE).
      *>-----------------------------------------------------------------
       4700-SAVE-BEFORE.

           MOVE WS-NAME          TO WS-BEFORE-NAME.
           MOVE WS-DESCRIPTION   TO WS-BEFORE-DESCRIPTION.
           MOVE WS-UNIT-PRICE    TO WS-BEFORE-UNIT-PRICE.
           MOVE WS-REORDER-LEVEL TO WS-BEFORE-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO WS-BEFORE-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO WS-BEFORE-ITEM-TYPE.

           MOVE WS-ITEM-STATUS   TO WS-BEFORE-ITEM-STATUS.
           IF WS-ITEM-STATUS = SPACE
               MOVE "A" TO WS-BEFORE-ITEM-STATUS
           END-IF.

       4700-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4800-TAKE-CANDIDATE
      *> The item passed validation, so a blank status is written
      *> back as the "A" it has always meant.
      *>-----------------------------------------------------------------
       4800-TAKE-CANDIDATE.

           MOVE WS-CAND-NAME          TO WS-NAME.
           MOVE WS-CAND-DESCRIPTION   TO WS-DESCRIPTION.
           MOVE WS-CAND-UNIT-PRICE    TO WS-UNIT-PRICE.
           MOVE WS-CAND-REORDER-LEVEL TO WS-REORDER-LEVEL.
           MOVE WS-CAND-CURRENCY-CODE TO WS-CURRENCY-CODE.
           MOVE WS-CAND-ITEM-TYPE     TO WS-ITEM-TYPE.

           IF WS-ITEM-STATUS = SPACE
               MOVE "A" TO WS-ITEM-STATUS
           END-IF.

       4800-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4900-VALIDATE-CANDIDATE
      *> An item must have a name, a currency the suite prices in,
      *> and a type of "S" or "K" that agrees with BOM-MASTER: a kit
      *> needs its component lines there, or it cannot be priced or
      *> exploded, and a single item must not have any, or
      *> Integrity-Check-Report holds the stream on it.
      *>-----------------------------------------------------------------
       4900-VALIDATE-CANDIDATE.

           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CAND-NAME = SPACES
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "MISSING NAME" TO WS-REJECT-REASON
               GO TO 4900-EXIT
           END-IF.

           IF NOT WS-CAND-CURRENCY-VALID
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "INVALID CURRENCY CODE" TO WS-REJECT-REASON
               GO TO 4900-EXIT
           END-IF.

           IF NOT WS-CAND-TYPE-VALID
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "ITEM TYPE MUST BE S OR K" TO WS-REJECT-REASON
               GO TO 4900-EXIT
           END-IF.

           MOVE "N" TO WS-LOOKUP-SWITCH.

           PERFORM 4500-SCAN-KIT
               THRU 4500-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-BOM-COUNT
                  OR WS-LOOKUP-FOUND.

           IF WS-CAND-IS-KIT
            AND NOT WS-LOOKUP-FOUND
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "KIT HAS NO BOM LINES" TO WS-REJECT-REASON
               GO TO 4900-EXIT
           END-IF.

           IF NOT WS-CAND-IS-KIT
            AND WS-LOOKUP-FOUND
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "HAS BOM LINES - TYPE MUST BE K" TO WS-REJECT-REASON
           END-IF.

       4900-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-WRITE-NEW-MASTER
      *> Items come off this pass in key order whether they were on
      *> the master or added today, so ITEM-MASTER-NEW is written
      *> in key order.
      *>-----------------------------------------------------------------
       5000-WRITE-NEW-MASTER.

           MOVE WS-ITEM-ID       TO IM-NEW-ITEM-ID.
           MOVE WS-NAME          TO IM-NEW-NAME.
           MOVE WS-DESCRIPTION   TO IM-NEW-DESCRIPTION.
           MOVE WS-UNIT-PRICE    TO IM-NEW-UNIT-PRICE.
           MOVE WS-STOCK-QTY     TO IM-NEW-STOCK-QTY.
           MOVE WS-REORDER-LEVEL TO IM-NEW-REORDER-LEVEL.
           MOVE WS-CURRENCY-CODE TO IM-NEW-CURRENCY-CODE.
           MOVE WS-ITEM-TYPE     TO IM-NEW-ITEM-TYPE.
           MOVE WS-ITEM-STATUS   TO IM-NEW-ITEM-STATUS.

           WRITE IM-NEW-ITEM-RECORD.

           ADD 1 TO WS-NEW-RECORD-COUNT.
           ADD WS-STOCK-QTY TO WS-NEW-HASH-TOTAL.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-ACTION-LINE
      *> One line per transaction applied, followed on the register
      *> by a line for each field it moved.
      *>-----------------------------------------------------------------
       6000-WRITE-ACTION-LINE.

           ADD 1 TO WS-APPLIED-COUNT.

           INITIALIZE MR-REPORT-LINE.

           STRING WS-ITEM-ID            DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-ACTION-TEXT       DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   WS-NAME              DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.

           WRITE MR-REPORT-LINE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6500-WRITE-REJECT-LINE
      *> Logs the transaction on hand with its reason so purchasing
      *> can put it right and key it again.
      *>-----------------------------------------------------------------
       6500-WRITE-REJECT-LINE.

           ADD 1 TO WS-REJECT-COUNT.

           INITIALIZE MR-REPORT-LINE.

           STRING SL-ITEM-ID            DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   SL-ACTION-CODE       DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                   SL-NAME              DELIMITED BY SIZE
                   "  ** REJECTED: "    DELIMITED BY SIZE
                   WS-REJECT-REASON     DELIMITED BY SIZE
                   " **"                DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.

           WRITE MR-REPORT-LINE.

       6500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6600-WRITE-NOTE-LINE
      *>-----------------------------------------------------------------
       6600-WRITE-NOTE-LINE.

           INITIALIZE MR-REPORT-LINE.

           STRING "       ** NOTE: "    DELIMITED BY SIZE
                   WS-NOTE-TEXT         DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.

           WRITE MR-REPORT-LINE.

       6600-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-WRITE-AUDIT-RECORD
      *> An add has no before value - the item did not exist - so
      *> its before value is left blank rather than logged as the
      *> zeros and spaces it was built from.
      *>-----------------------------------------------------------------
       7000-WRITE-AUDIT-RECORD.

           IF WS-ITEM-BEING-ADDED
               MOVE SPACES TO WS-AUDIT-OLD
           END-IF.

           MOVE WS-ITEM-ID      TO IH-ITEM-ID.
           MOVE WS-RUN-DATE     TO IH-RUN-DATE.
           MOVE SL-ACTION-CODE  TO IH-ACTION-CODE.
           MOVE WS-AUDIT-FIELD  TO IH-FIELD-NAME.
           MOVE WS-AUDIT-OLD    TO IH-OLD-VALUE.
           MOVE WS-AUDIT-NEW    TO IH-NEW-VALUE.

           WRITE IH-ITEM-AUDIT-RECORD.

           ADD 1 TO WS-AUDIT-COUNT.

           INITIALIZE MR-REPORT-LINE.

           STRING "       "             DELIMITED BY SIZE
                   WS-AUDIT-FIELD       DELIMITED BY SIZE
                   " WAS: "             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-OLD)
                                        DELIMITED BY SIZE
                   "  NOW: "            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-NEW)
                                        DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.

           WRITE MR-REPORT-LINE.

       7000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Writes the register's control totals and closes everything
      *> down. The control record is written only once every
      *> NEW-master record is safely on file - a run that abends
      *> before here leaves no control totals, and Master-File-
      *> Promotion will refuse to promote what it wrote.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           MOVE WS-ADDED-COUNT TO WS-MASK-COUNT.
           INITIALIZE MR-REPORT-LINE.
           STRING "ITEMS ADDED:        " DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.
           WRITE MR-REPORT-LINE.

           MOVE WS-CHANGED-COUNT TO WS-MASK-COUNT.
           INITIALIZE MR-REPORT-LINE.
           STRING "ITEMS CHANGED:      " DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.
           WRITE MR-REPORT-LINE.

           MOVE WS-DISCONTINUED-COUNT TO WS-MASK-COUNT.
           INITIALIZE MR-REPORT-LINE.
           STRING "ITEMS DISCONTINUED: " DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.
           WRITE MR-REPORT-LINE.

           MOVE WS-REJECT-COUNT TO WS-MASK-COUNT.
           INITIALIZE MR-REPORT-LINE.
           STRING "REJECTED:           " DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
           END-STRING.
           WRITE MR-REPORT-LINE.

           CLOSE SORTED-TRANSACTIONS-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE ITEM-MASTER-NEW-FILE.
           CLOSE MAINTENANCE-REGISTER-FILE.
           CLOSE ITEM-AUDIT-FILE.

           OPEN OUTPUT ITEM-CONTROL-FILE.
           MOVE WS-RUN-DATE         TO CT-RUN-DATE.
           MOVE WS-NEW-RECORD-COUNT TO CT-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL   TO CT-HASH-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE ITEM-CONTROL-FILE.

           PERFORM 8900-WRITE-RUN-END
               THRU 8900-EXIT.

       9000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8800-WRITE-RUN-START
      *>-----------------------------------------------------------------
       8800-WRITE-RUN-START.

           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "START"             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE ZERO                TO RL-RECORD-COUNT.
           MOVE ZERO                TO RL-HASH-TOTAL.
           MOVE ZERO                TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8800-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8900-WRITE-RUN-END
      *> The END record carries the run's controls: items written,
      *> the stock hash total and the transactions applied.
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-NEW-RECORD-COUNT TO RL-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL   TO RL-HASH-TOTAL.
           MOVE WS-APPLIED-COUNT    TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
