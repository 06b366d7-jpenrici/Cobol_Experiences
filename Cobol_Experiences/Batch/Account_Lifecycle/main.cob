      *>*****************************************************************
      *> Program:     Account-Lifecycle-Batch
      *> Author:      Pet Shop IT - Accounts Team
      *> Date-Written: 2026-10-14
      *> Purpose:     Account maintenance batch - the controlled way
      *>              customer accounts are opened, closed and
      *>              changed, instead of waiting for a conversion
      *>              or a suspense resubmit to bring them in. Reads
      *>              the day's ACCOUNT-TRANSACTIONS (O = open,
      *>              C = close, H = change) and applies them to the
      *>              CUSTOMER-MASTER through the same old-master-in
      *>              / new-master-out pass Teller-Posting-Batch
      *>              uses. An open is validated with the same age
      *>              and account-type rules PersonData's
      *>              4000-VALIDATE-RECORD applies and given the next
      *>              PR-ACCOUNT-NUMBER off the ACCOUNT-NUMBER-CONTROL
      *>              record, so a number is never handed out twice -
      *>              not even one whose account has since closed.
      *>              An opening deposit is audited as a DEPOSIT. A
      *>              close pays the remaining balance out through a
      *>              CLOSEOUT audit record and leaves the account on
      *>              file marked closed with its close date - never
      *>              deleted, so its history still resolves. A
      *>              change corrects the name, age and/or account
      *>              type, re-validated by the same rules. A
      *>              transaction that fails goes to the lifecycle
      *>              report with its reason and the account is left
      *>              as it was. Writes CUSTOMER-MASTER-NEW and
      *>              CUSTOMER-MASTER-CONTROL for Master-File-
      *>              Promotion.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Account-Lifecycle-Batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-ACCOUNT-NUMBER.

           SELECT CUSTOMER-MASTER-NEW-FILE
               ASSIGN TO "CUSTOMER-MASTER-NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-NEW-ACCOUNT-NUMBER.

           SELECT ACCOUNT-TRANSACTIONS-FILE
               ASSIGN TO "ACCOUNT-TRANSACTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT SORTED-TRANSACTIONS-FILE
               ASSIGN TO "ACCOUNT-TRANSACTIONS-SORTED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-SORT-FILE
               ASSIGN TO "ACCOUNT-SORT-WORK".

           SELECT NUMBER-CONTROL-FILE
               ASSIGN TO "ACCOUNT-NUMBER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-FILE-STATUS.

           SELECT LIFECYCLE-REPORT-FILE
               ASSIGN TO "ACCOUNT-LIFECYCLE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CUSTOMER-CONTROL-FILE
               ASSIGN TO "CUSTOMER-MASTER-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY PERSONREC.

       FD  CUSTOMER-MASTER-NEW-FILE.
       01  PR-NEW-PERSON-RECORD.
           05  PR-NEW-ACCOUNT-NUMBER   PIC 9(06).
           05  PR-NEW-NAME             PIC X(20).
           05  PR-NEW-AGE              PIC 9(03).
           05  PR-NEW-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  PR-NEW-ACCOUNT-TYPE     PIC X(10).
           05  PR-NEW-ACCOUNT-STATUS   PIC X(01).
           05  PR-NEW-OPEN-DATE        PIC 9(08).
           05  PR-NEW-CLOSE-DATE       PIC 9(08).

       *> One record per request the account desk keys. An open
       *> carries no account number - it is assigned here - plus
       *> the holder's details and any opening deposit. A change
       *> carries only the fields being corrected: a blank name or
       *> type, or a zero age, leaves that field as it is.
       FD  ACCOUNT-TRANSACTIONS-FILE.
       01  AL-TRANSACTION-RECORD.
           05  AL-TRANS-CODE           PIC X(01).
               88  AL-TRANS-IS-OPEN             VALUE "O".
               88  AL-TRANS-IS-CLOSE            VALUE "C".
               88  AL-TRANS-IS-CHANGE           VALUE "H".
           05  AL-ACCOUNT-NUMBER       PIC 9(06).
           05  AL-NAME                 PIC X(20).
           05  AL-AGE                  PIC 9(03).
           05  AL-ACCOUNT-TYPE         PIC X(10).
           05  AL-OPENING-DEPOSIT      PIC 9(07)V99.

       *> The day's transactions in account sequence, the entry
       *> sequence carrying the order the desk keyed them. Opens
       *> sort to the end under WS-OPEN-SORT-KEY, after every
       *> account already on the master.
       FD  SORTED-TRANSACTIONS-FILE.
       01  SL-SORTED-RECORD.
           05  SL-ACCOUNT-NUMBER       PIC 9(06).
           05  SL-ENTRY-SEQ            PIC 9(07).
           05  SL-TRANS-CODE           PIC X(01).
               88  SL-TRANS-IS-OPEN             VALUE "O".
               88  SL-TRANS-IS-CLOSE            VALUE "C".
               88  SL-TRANS-IS-CHANGE           VALUE "H".
           05  SL-NAME                 PIC X(20).
           05  SL-AGE                  PIC 9(03).
           05  SL-ACCOUNT-TYPE         PIC X(10).
           05  SL-OPENING-DEPOSIT      PIC 9(07)V99.

       SD  TRANS-SORT-FILE.
       01  SRT-SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER      PIC 9(06).
           05  SRT-ENTRY-SEQ           PIC 9(07).
           05  SRT-TRANS-CODE          PIC X(01).
           05  SRT-NAME                PIC X(20).
           05  SRT-AGE                 PIC 9(03).
           05  SRT-ACCOUNT-TYPE        PIC X(10).
           05  SRT-OPENING-DEPOSIT     PIC 9(07)V99.

       *> One record: the last account number ever handed out.
       *> Seeded once with the highest number Account-Number-
       *> Conversion assigned; rewritten by every run that opens
       *> an account, whether or not its NEW master is promoted -
       *> a number skipped is harmless, a number reused is not.
       FD  NUMBER-CONTROL-FILE.
       01  NC-NUMBER-CONTROL-RECORD.
           05  NC-LAST-ACCOUNT-NUMBER  PIC 9(06).
           05  NC-LAST-ASSIGNED-DATE   PIC 9(08).

       FD  LIFECYCLE-REPORT-FILE.
       01  LR-REPORT-LINE           PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  CUSTOMER-CONTROL-FILE.
           COPY CTLREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       *> RUN-CONTROL accumulates across runs, so the file may not
       *> exist yet the first time any batch is ever run
       01 WS-RUNCTL-FILE-STATUS PIC X(02).

       01 WS-RUN-CONTROL-NAME   PIC X(24)
                                VALUE "Account-Lifecycle-Batch".

       *> Working copy of the customer record being processed
       01 WS-PERSON-RECORD.
           05 WS-ACCOUNT-NUMBER    PIC 9(06).
           05 WS-NAME              PIC X(20).
           05 WS-AGE               PIC 9(03).
           05 WS-ACCOUNT-BALANCE   PIC 9(07)V99.
           05 WS-ACCOUNT-TYPE      PIC X(10).
           05 WS-ACCOUNT-STATUS    PIC X(01).
               88 WS-ACCOUNT-IS-CLOSED        VALUE "C".
           05 WS-OPEN-DATE         PIC 9(08).
           05 WS-CLOSE-DATE        PIC 9(08).

       *> The record as a change or an open would leave it, held
       *> apart until it passes validation - a change that fails
       *> must leave the account exactly as it was
       01 WS-CANDIDATE-RECORD.
           05 WS-CAND-NAME         PIC X(20).
           05 WS-CAND-AGE          PIC 9(03).
           05 WS-CAND-ACCOUNT-TYPE PIC X(10).
               88 WS-CAND-TYPE-VALID     VALUE "SAVINGS   "
                                               "CHECKING  ".

       01 WS-OLD-BALANCE        PIC 9(07)V99.

       *> End-of-file switches and the conditions tested against them
       01 WS-SWITCHES.
           05 WS-EOF-SWITCH        PIC X(01)   VALUE "N".
               88 WS-END-OF-FILE               VALUE "Y".
           05 WS-TRANS-EOF-SWITCH  PIC X(01)   VALUE "N".
               88 WS-TRANS-END-OF-FILE          VALUE "Y".
           05 WS-RELEASE-EOF-SWITCH PIC X(01)  VALUE "N".
               88 WS-RELEASE-END-OF-FILE        VALUE "Y".
           05 WS-VALID-SWITCH      PIC X(01)   VALUE "Y".
               88 WS-RECORD-IS-VALID            VALUE "Y".

       01 WS-TRANS-FILE-STATUS  PIC X(02).
       01 WS-NUMBER-FILE-STATUS PIC X(02).

       *> AUDIT-TRAIL accumulates across runs, so the file may not
       *> exist yet the first time this program is ever run
       01 WS-AUDIT-FILE-STATUS  PIC X(02).

       01 WS-RUN-DATE           PIC 9(08).

       *> Entry sequence stamped on each transaction as it is
       *> released to the sort, so a change keyed before a close
       *> on the same account still applies first
       01 WS-ENTRY-SEQ          PIC 9(07)      VALUE ZERO.

       *> Sort key every open is released under, so opens come off
       *> the sort after the whole master has been passed
       01 WS-OPEN-SORT-KEY      PIC 9(06)      VALUE 999999.

       *> Account numbering: the last number handed out, and the
       *> highest number actually seen on the master - the next
       *> number issued is above both, so not even a control record
       *> restored from an old backup can hand a number out twice
       01 WS-LAST-ACCOUNT-NUMBER PIC 9(06)    VALUE ZERO.
       01 WS-HIGHEST-ON-MASTER  PIC 9(06)      VALUE ZERO.
       01 WS-NUMBERS-ASSIGNED   PIC X(01)      VALUE "N".
           88 WS-NUMBERS-WERE-ASSIGNED          VALUE "Y".

       *> Control totals of the NEW master written this run, for
       *> Master-File-Promotion to verify against
       01 WS-NEW-RECORD-COUNT   PIC 9(07)      VALUE ZERO.
       01 WS-NEW-HASH-TOTAL     PIC 9(11)V99   VALUE ZERO.

       01 WS-AUDIT-REASON       PIC X(10).
       01 WS-REJECT-REASON      PIC X(30).
       01 WS-ACTION-TEXT        PIC X(10).

       *> Run controls, printed at the foot of the report
       01 WS-LIFECYCLE-TOTALS.
           05 WS-OPENED-COUNT       PIC 9(05)     VALUE ZERO.
           05 WS-DEPOSIT-TOTAL      PIC 9(09)V99  VALUE ZERO.
           05 WS-CLOSED-COUNT       PIC 9(05)     VALUE ZERO.
           05 WS-PAYOUT-TOTAL       PIC 9(09)V99  VALUE ZERO.
           05 WS-CHANGED-COUNT      PIC 9(05)     VALUE ZERO.
           05 WS-REJECT-COUNT       PIC 9(05)     VALUE ZERO.

       *> Variables for formatted output (Editing Masks)
       01 WS-FORMATTED-AMOUNT          PIC $Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-TOTAL           PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-MASK-COUNT                PIC ZZZZ9.

       PROCEDURE DIVISION.

      *>-----------------------------------------------------------------
      *> 0000-MAIN-PROCEDURE
      *>-----------------------------------------------------------------
       0000-MAIN-PROCEDURE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RECORD
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 8000-PROCESS-REMAINING
               THRU 8000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           STOP RUN.

      *>-----------------------------------------------------------------
      *> 1000-INITIALIZE
      *> Reads the number-control record, sorts the day's
      *> transactions into account sequence and opens the master
      *> for the streaming pass.
      *>-----------------------------------------------------------------
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1200-LOAD-NUMBER-CONTROL
               THRU 1200-EXIT.

           PERFORM 8800-WRITE-RUN-START
               THRU 8800-EXIT.

           SORT TRANS-SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                SRT-ENTRY-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-TRANSACTIONS
                   THRU 1100-EXIT
               GIVING SORTED-TRANSACTIONS-FILE.

           OPEN INPUT  SORTED-TRANSACTIONS-FILE.
           OPEN INPUT  CUSTOMER-MASTER-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-NEW-FILE.
           OPEN OUTPUT LIFECYCLE-REPORT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

           MOVE "--- ACCOUNT LIFECYCLE REPORT ---" TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.

           PERFORM 3500-READ-TRANSACTION
               THRU 3500-EXIT.

           PERFORM 3000-READ-RECORD
               THRU 3000-EXIT.

       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1100-RELEASE-TRANSACTIONS
      *> Feeds the day's transactions to the sort, stamping each
      *> with its entry sequence. No transactions on file is a
      *> quiet day at the desk - the master is still copied
      *> through so the stream's promotion step has a NEW file.
      *>-----------------------------------------------------------------
       1100-RELEASE-TRANSACTIONS.

           OPEN INPUT ACCOUNT-TRANSACTIONS-FILE.
           IF WS-TRANS-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-RELEASE-ONE-TRANSACTION
               THRU 1110-EXIT
               UNTIL WS-RELEASE-END-OF-FILE.

           CLOSE ACCOUNT-TRANSACTIONS-FILE.

       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1110-RELEASE-ONE-TRANSACTION
      *>-----------------------------------------------------------------
       1110-RELEASE-ONE-TRANSACTION.

           READ ACCOUNT-TRANSACTIONS-FILE
               AT END
                   MOVE "Y" TO WS-RELEASE-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           ADD 1 TO WS-ENTRY-SEQ.

           IF AL-TRANS-IS-OPEN
               MOVE WS-OPEN-SORT-KEY   TO SRT-ACCOUNT-NUMBER
           ELSE
               MOVE AL-ACCOUNT-NUMBER  TO SRT-ACCOUNT-NUMBER
           END-IF.

           MOVE WS-ENTRY-SEQ       TO SRT-ENTRY-SEQ.
           MOVE AL-TRANS-CODE      TO SRT-TRANS-CODE.
           MOVE AL-NAME            TO SRT-NAME.
           MOVE AL-AGE             TO SRT-AGE.
           MOVE AL-ACCOUNT-TYPE    TO SRT-ACCOUNT-TYPE.
           MOVE AL-OPENING-DEPOSIT TO SRT-OPENING-DEPOSIT.

           RELEASE SRT-SORT-RECORD.

       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 1200-LOAD-NUMBER-CONTROL
      *> No number-control record stops the run - guessing where
      *> numbering left off is exactly how a number gets reused.
      *>-----------------------------------------------------------------
       1200-LOAD-NUMBER-CONTROL.

           OPEN INPUT NUMBER-CONTROL-FILE.
           IF WS-NUMBER-FILE-STATUS = "35"
               DISPLAY "*** ABEND: NO ACCOUNT-NUMBER-CONTROL ON FILE - "
                       "SEED IT WITH THE LAST ACCOUNT NUMBER ISSUED "
                       "***"
               STOP RUN
           END-IF.

           READ NUMBER-CONTROL-FILE
               AT END
                   DISPLAY "*** ABEND: ACCOUNT-NUMBER-CONTROL IS EMPTY "
                           "- SEED IT WITH THE LAST ACCOUNT NUMBER "
                           "ISSUED ***"
                   STOP RUN
           END-READ.

           IF NC-NUMBER-CONTROL-RECORD NOT NUMERIC
               DISPLAY "*** ABEND: ACCOUNT-NUMBER-CONTROL IS NOT "
                       "NUMERIC - FIX THE CONTROL RECORD ***"
               STOP RUN
           END-IF.

           MOVE NC-LAST-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT-NUMBER.

           CLOSE NUMBER-CONTROL-FILE.

       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2000-PROCESS-RECORD
      *> One pass through the loop: apply every sorted transaction
      *> for the record on hand, copy it to the new master, then
      *> read the next one.
      *>-----------------------------------------------------------------
       2000-PROCESS-RECORD.

           PERFORM 4000-APPLY-TRANSACTIONS
               THRU 4000-EXIT.

           PERFORM 5000-WRITE-NEW-MASTER
               THRU 5000-EXIT.

           PERFORM 3000-READ-RECORD
               THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-READ-RECORD
      *>-----------------------------------------------------------------
       3000-READ-RECORD.

           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 3000-EXIT
           END-READ.

           MOVE PR-ACCOUNT-NUMBER   TO WS-ACCOUNT-NUMBER.
           MOVE PR-NAME             TO WS-NAME.
           MOVE PR-AGE              TO WS-AGE.
           MOVE PR-ACCOUNT-BALANCE  TO WS-ACCOUNT-BALANCE.
           MOVE PR-ACCOUNT-TYPE     TO WS-ACCOUNT-TYPE.
           MOVE PR-ACCOUNT-STATUS   TO WS-ACCOUNT-STATUS.
           MOVE PR-OPEN-DATE        TO WS-OPEN-DATE.
           MOVE PR-CLOSE-DATE       TO WS-CLOSE-DATE.

           MOVE PR-ACCOUNT-NUMBER   TO WS-HIGHEST-ON-MASTER.

       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3500-READ-TRANSACTION
      *>-----------------------------------------------------------------
       3500-READ-TRANSACTION.

           READ SORTED-TRANSACTIONS-FILE
               AT END
                   MOVE "Y" TO WS-TRANS-EOF-SWITCH
                   GO TO 3500-EXIT
           END-READ.

       3500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4000-APPLY-TRANSACTIONS
      *> Both files run in account sequence, so the transactions
      *> for the record on hand - and any stragglers whose account
      *> the master has already passed - sit at the front of the
      *> sorted file.
      *>-----------------------------------------------------------------
       4000-APPLY-TRANSACTIONS.

           PERFORM 4100-APPLY-TRANSACTION
               THRU 4100-EXIT
               UNTIL WS-TRANS-END-OF-FILE
                  OR SL-ACCOUNT-NUMBER > WS-ACCOUNT-NUMBER.

       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4100-APPLY-TRANSACTION
      *> One sorted close or change. An account number below the
      *> record on hand was passed by the master without matching -
      *> that account is not on the master. A closed account takes
      *> no further change and cannot be closed twice.
      *>-----------------------------------------------------------------
       4100-APPLY-TRANSACTION.

           IF SL-ACCOUNT-NUMBER < WS-ACCOUNT-NUMBER
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               PERFORM 3500-READ-TRANSACTION
                   THRU 3500-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF WS-ACCOUNT-IS-CLOSED
               IF SL-TRANS-IS-CLOSE
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
               ELSE
                   MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
               END-IF
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               PERFORM 3500-READ-TRANSACTION
                   THRU 3500-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF SL-TRANS-IS-CLOSE
               PERFORM 4300-CLOSE-ACCOUNT
                   THRU 4300-EXIT
           ELSE
               IF SL-TRANS-IS-CHANGE
                   PERFORM 4400-CHANGE-ACCOUNT
                       THRU 4400-EXIT
               ELSE
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
                   PERFORM 6500-WRITE-REJECT-LINE
                       THRU 6500-EXIT
               END-IF
           END-IF.

           PERFORM 3500-READ-TRANSACTION
               THRU 3500-EXIT.

       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4200-OPEN-ACCOUNT
      *> The new holder's details must pass the PersonData rules
      *> before a number is spent on them. The number is the next
      *> one above both the last issued and the highest on the
      *> master; the account opens as of the run date with its
      *> opening deposit, audited as a DEPOSIT from zero.
      *>-----------------------------------------------------------------
       4200-OPEN-ACCOUNT.

           MOVE SL-NAME         TO WS-CAND-NAME.
           MOVE SL-AGE          TO WS-CAND-AGE.
           MOVE SL-ACCOUNT-TYPE TO WS-CAND-ACCOUNT-TYPE.

           PERFORM 4900-VALIDATE-RECORD
               THRU 4900-EXIT.

           IF NOT WS-RECORD-IS-VALID
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4200-EXIT
           END-IF.

           IF WS-LAST-ACCOUNT-NUMBER < WS-HIGHEST-ON-MASTER
               MOVE WS-HIGHEST-ON-MASTER TO WS-LAST-ACCOUNT-NUMBER
           END-IF.

           IF WS-LAST-ACCOUNT-NUMBER NOT < 999998
               DISPLAY "*** ABEND: ACCOUNT NUMBERS EXHAUSTED AT "
                       WS-LAST-ACCOUNT-NUMBER " - WIDEN "
                       "PR-ACCOUNT-NUMBER ***"
               STOP RUN
           END-IF.

           ADD 1 TO WS-LAST-ACCOUNT-NUMBER.
           MOVE "Y" TO WS-NUMBERS-ASSIGNED.

           MOVE WS-LAST-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           MOVE WS-CAND-NAME           TO WS-NAME.
           MOVE WS-CAND-AGE            TO WS-AGE.
           MOVE ZERO                   TO WS-ACCOUNT-BALANCE.
           MOVE WS-CAND-ACCOUNT-TYPE   TO WS-ACCOUNT-TYPE.
           MOVE "O"                    TO WS-ACCOUNT-STATUS.
           MOVE WS-RUN-DATE            TO WS-OPEN-DATE.
           MOVE ZERO                   TO WS-CLOSE-DATE.

           IF SL-OPENING-DEPOSIT > ZERO
               MOVE ZERO               TO WS-OLD-BALANCE
               MOVE SL-OPENING-DEPOSIT TO WS-ACCOUNT-BALANCE
               ADD SL-OPENING-DEPOSIT  TO WS-DEPOSIT-TOTAL
               MOVE "DEPOSIT   "       TO WS-AUDIT-REASON
               PERFORM 7000-WRITE-AUDIT-RECORD
                   THRU 7000-EXIT
           END-IF.

           ADD 1 TO WS-OPENED-COUNT.

           MOVE "OPENED"           TO WS-ACTION-TEXT.
           MOVE SL-OPENING-DEPOSIT TO WS-FORMATTED-AMOUNT.
           PERFORM 6000-WRITE-ACTION-LINE
               THRU 6000-EXIT.

           PERFORM 5000-WRITE-NEW-MASTER
               THRU 5000-EXIT.

       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4300-CLOSE-ACCOUNT
      *> Whatever the account still holds is paid out to the
      *> holder and audited as a CLOSEOUT down to zero - even a
      *> zero balance gets its record, so the trail shows when and
      *> why the account went quiet. The account stays on file.
      *>-----------------------------------------------------------------
       4300-CLOSE-ACCOUNT.

           MOVE WS-ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           MOVE ZERO               TO WS-ACCOUNT-BALANCE.
           MOVE "C"                TO WS-ACCOUNT-STATUS.
           MOVE WS-RUN-DATE        TO WS-CLOSE-DATE.

           ADD 1 TO WS-CLOSED-COUNT.
           ADD WS-OLD-BALANCE TO WS-PAYOUT-TOTAL.

           MOVE "CLOSEOUT  " TO WS-AUDIT-REASON.
           PERFORM 7000-WRITE-AUDIT-RECORD
               THRU 7000-EXIT.

           MOVE "CLOSED"       TO WS-ACTION-TEXT.
           MOVE WS-OLD-BALANCE TO WS-FORMATTED-AMOUNT.
           PERFORM 6000-WRITE-ACTION-LINE
               THRU 6000-EXIT.

       4300-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4400-CHANGE-ACCOUNT
      *> Only the fields the transaction carries are changed; the
      *> result must still pass the PersonData rules, or the
      *> account is left exactly as it was. The balance is never
      *> touched here - that is the posting batches' business.
      *>-----------------------------------------------------------------
       4400-CHANGE-ACCOUNT.

           MOVE WS-NAME         TO WS-CAND-NAME.
           MOVE WS-AGE          TO WS-CAND-AGE.
           MOVE WS-ACCOUNT-TYPE TO WS-CAND-ACCOUNT-TYPE.

           IF SL-NAME NOT = SPACES
               MOVE SL-NAME TO WS-CAND-NAME
           END-IF.

           IF SL-AGE NOT = ZERO
               MOVE SL-AGE TO WS-CAND-AGE
           END-IF.

           IF SL-ACCOUNT-TYPE NOT = SPACES
               MOVE SL-ACCOUNT-TYPE TO WS-CAND-ACCOUNT-TYPE
           END-IF.

           PERFORM 4900-VALIDATE-RECORD
               THRU 4900-EXIT.

           IF NOT WS-RECORD-IS-VALID
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
               GO TO 4400-EXIT
           END-IF.

           MOVE WS-CAND-NAME         TO WS-NAME.
           MOVE WS-CAND-AGE          TO WS-AGE.
           MOVE WS-CAND-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE.

           ADD 1 TO WS-CHANGED-COUNT.

           MOVE "CHANGED"          TO WS-ACTION-TEXT.
           MOVE WS-ACCOUNT-BALANCE TO WS-FORMATTED-AMOUNT.
           PERFORM 6000-WRITE-ACTION-LINE
               THRU 6000-EXIT.

       4400-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 4900-VALIDATE-RECORD
      *> The same rules PersonData's 4000-VALIDATE-RECORD applies -
      *> an account that would bounce off the next listing run to
      *> suspense must not be opened or changed into that state
      *> here. The account number is this program's to assign, so
      *> only the holder's details are checked, plus a name: an
      *> open with no name cannot be told apart at the counter.
      *>-----------------------------------------------------------------
       4900-VALIDATE-RECORD.

           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CAND-NAME = SPACES
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "MISSING NAME" TO WS-REJECT-REASON
               GO TO 4900-EXIT
           END-IF.

           IF WS-CAND-AGE = ZERO OR WS-CAND-AGE > 120
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "INVALID AGE" TO WS-REJECT-REASON
               GO TO 4900-EXIT
           END-IF.

           IF NOT WS-CAND-TYPE-VALID
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "INVALID ACCOUNT TYPE" TO WS-REJECT-REASON
           END-IF.

       4900-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 5000-WRITE-NEW-MASTER
      *> Writes the (possibly updated) record to the refreshed
      *> customer master. Opens are written after the whole master
      *> has been copied, above its highest number, so the NEW file
      *> is still written in key order.
      *>-----------------------------------------------------------------
       5000-WRITE-NEW-MASTER.

           MOVE WS-ACCOUNT-NUMBER   TO PR-NEW-ACCOUNT-NUMBER.
           MOVE WS-NAME             TO PR-NEW-NAME.
           MOVE WS-AGE              TO PR-NEW-AGE.
           MOVE WS-ACCOUNT-BALANCE  TO PR-NEW-ACCOUNT-BALANCE.
           MOVE WS-ACCOUNT-TYPE     TO PR-NEW-ACCOUNT-TYPE.
           MOVE WS-ACCOUNT-STATUS   TO PR-NEW-ACCOUNT-STATUS.
           MOVE WS-OPEN-DATE        TO PR-NEW-OPEN-DATE.
           MOVE WS-CLOSE-DATE       TO PR-NEW-CLOSE-DATE.

           WRITE PR-NEW-PERSON-RECORD.

           ADD 1 TO WS-NEW-RECORD-COUNT.
           ADD WS-ACCOUNT-BALANCE TO WS-NEW-HASH-TOTAL.

       5000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6000-WRITE-ACTION-LINE
      *> One line per transaction applied: the account as it now
      *> stands and the money that moved - opening deposit, payout,
      *> or for a change the balance it carries unchanged.
      *>-----------------------------------------------------------------
       6000-WRITE-ACTION-LINE.

           INITIALIZE LR-REPORT-LINE.

           STRING WS-ACCOUNT-NUMBER            DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-ACTION-TEXT              DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-NAME                     DELIMITED BY SIZE
                   " AGE:"                     DELIMITED BY SIZE
                   WS-AGE                      DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-ACCOUNT-TYPE             DELIMITED BY SIZE
                   " AMT:"                     DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT          DELIMITED BY SIZE
                   INTO LR-REPORT-LINE
           END-STRING.

           WRITE LR-REPORT-LINE.

       6000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 6500-WRITE-REJECT-LINE
      *> Logs the transaction on hand with its reason so the desk
      *> can put it right and key it again.
      *>-----------------------------------------------------------------
       6500-WRITE-REJECT-LINE.

           ADD 1 TO WS-REJECT-COUNT.

           INITIALIZE LR-REPORT-LINE.

           IF SL-TRANS-IS-OPEN
               STRING "NEW    "               DELIMITED BY SIZE
                       SL-TRANS-CODE          DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       SL-NAME                DELIMITED BY SIZE
                       "  ** REJECTED: "      DELIMITED BY SIZE
                       WS-REJECT-REASON       DELIMITED BY SIZE
                       " **"                  DELIMITED BY SIZE
                       INTO LR-REPORT-LINE
               END-STRING
           ELSE
               STRING SL-ACCOUNT-NUMBER       DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       SL-TRANS-CODE          DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       SL-NAME                DELIMITED BY SIZE
                       "  ** REJECTED: "      DELIMITED BY SIZE
                       WS-REJECT-REASON       DELIMITED BY SIZE
                       " **"                  DELIMITED BY SIZE
                       INTO LR-REPORT-LINE
               END-STRING
           END-IF.

           WRITE LR-REPORT-LINE.

       6500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 7000-WRITE-AUDIT-RECORD
      *>-----------------------------------------------------------------
       7000-WRITE-AUDIT-RECORD.

           MOVE WS-ACCOUNT-NUMBER   TO AT-ACCOUNT-NUMBER.
           MOVE WS-NAME             TO AT-ACCOUNT-NAME.
           MOVE WS-RUN-DATE         TO AT-RUN-DATE.
           MOVE WS-OLD-BALANCE      TO AT-OLD-BALANCE.
           MOVE WS-ACCOUNT-BALANCE  TO AT-NEW-BALANCE.
           MOVE WS-AUDIT-REASON     TO AT-REASON-CODE.

           WRITE AT-AUDIT-RECORD.

       7000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8000-PROCESS-REMAINING
      *> After the master pass, what is left on the sorted file is
      *> the day's opens - sorted past every account - and any
      *> close or change naming an account past the end of the
      *> master, which goes to the report instead of vanishing.
      *>-----------------------------------------------------------------
       8000-PROCESS-REMAINING.

           PERFORM 8100-PROCESS-LEFTOVER
               THRU 8100-EXIT
               UNTIL WS-TRANS-END-OF-FILE.

       8000-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8100-PROCESS-LEFTOVER
      *>-----------------------------------------------------------------
       8100-PROCESS-LEFTOVER.

           IF SL-TRANS-IS-OPEN
               PERFORM 4200-OPEN-ACCOUNT
                   THRU 4200-EXIT
           ELSE
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 6500-WRITE-REJECT-LINE
                   THRU 6500-EXIT
           END-IF.

           PERFORM 3500-READ-TRANSACTION
               THRU 3500-EXIT.

       8100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 8500-SAVE-NUMBER-CONTROL
      *> Only a run that actually handed out numbers rewrites the
      *> control record, and it does so before the control totals
      *> - a run that dies after this point has at worst skipped a
      *> few numbers, never left one free to be issued again.
      *>-----------------------------------------------------------------
       8500-SAVE-NUMBER-CONTROL.

           IF NOT WS-NUMBERS-WERE-ASSIGNED
               GO TO 8500-EXIT
           END-IF.

           OPEN OUTPUT NUMBER-CONTROL-FILE.
           MOVE WS-LAST-ACCOUNT-NUMBER TO NC-LAST-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE            TO NC-LAST-ASSIGNED-DATE.
           WRITE NC-NUMBER-CONTROL-RECORD.
           CLOSE NUMBER-CONTROL-FILE.

       8500-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 9000-TERMINATE
      *> Writes the report's control totals and closes everything
      *> down. The control record is written only once every
      *> NEW-master record is safely on file - a run that abends
      *> before here leaves no control totals, and Master-File-
      *> Promotion will refuse to promote what it wrote.
      *>-----------------------------------------------------------------
       9000-TERMINATE.

           MOVE SPACES TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.

           MOVE WS-OPENED-COUNT  TO WS-MASK-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO WS-FORMATTED-TOTAL.
           INITIALIZE LR-REPORT-LINE.
           STRING "ACCOUNTS OPENED:  "   DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   " DEPOSITS:"          DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL    DELIMITED BY SIZE
                   INTO LR-REPORT-LINE
           END-STRING.
           WRITE LR-REPORT-LINE.

           MOVE WS-CLOSED-COUNT TO WS-MASK-COUNT.
           MOVE WS-PAYOUT-TOTAL TO WS-FORMATTED-TOTAL.
           INITIALIZE LR-REPORT-LINE.
           STRING "ACCOUNTS CLOSED:  "   DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   " PAID OUT:"          DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL    DELIMITED BY SIZE
                   INTO LR-REPORT-LINE
           END-STRING.
           WRITE LR-REPORT-LINE.

           MOVE WS-CHANGED-COUNT TO WS-MASK-COUNT.
           INITIALIZE LR-REPORT-LINE.
           STRING "ACCOUNTS CHANGED: "   DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   INTO LR-REPORT-LINE
           END-STRING.
           WRITE LR-REPORT-LINE.

           MOVE WS-REJECT-COUNT TO WS-MASK-COUNT.
           INITIALIZE LR-REPORT-LINE.
           STRING "REJECTED:         "   DELIMITED BY SIZE
                   WS-MASK-COUNT         DELIMITED BY SIZE
                   INTO LR-REPORT-LINE
           END-STRING.
           WRITE LR-REPORT-LINE.

           CLOSE SORTED-TRANSACTIONS-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-NEW-FILE.
           CLOSE LIFECYCLE-REPORT-FILE.
           CLOSE AUDIT-TRAIL-FILE.

           PERFORM 8500-SAVE-NUMBER-CONTROL
               THRU 8500-EXIT.

           OPEN OUTPUT CUSTOMER-CONTROL-FILE.
           MOVE WS-RUN-DATE         TO CT-RUN-DATE.
           MOVE WS-NEW-RECORD-COUNT TO CT-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL   TO CT-HASH-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE CUSTOMER-CONTROL-FILE.

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
      *> The END record carries the run's controls: accounts
      *> written, the balance hash total and the money that moved
      *> (opening deposits plus closing payouts).
      *>-----------------------------------------------------------------
       8900-WRITE-RUN-END.

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE WS-RUN-CONTROL-NAME TO RL-PROGRAM-NAME.
           MOVE "END  "             TO RL-ENTRY-TYPE.
           MOVE WS-RUN-DATE         TO RL-RUN-DATE.
           MOVE WS-NEW-RECORD-COUNT TO RL-RECORD-COUNT.
           MOVE WS-NEW-HASH-TOTAL   TO RL-HASH-TOTAL.
           MOVE WS-DEPOSIT-TOTAL    TO RL-HASH-TOTAL-2.
           ADD  WS-PAYOUT-TOTAL     TO RL-HASH-TOTAL-2.
           MOVE SPACES              TO RL-NOTE.
           WRITE RL-RUN-CONTROL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       8900-EXIT.
           EXIT.
