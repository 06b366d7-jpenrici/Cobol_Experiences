      *>              that missed its audit record surfaces the same
      *>              day instead of when a customer complains.
      *> Tect Stack:  GnuCOBOL
      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-14  PS-ACC  Generation record carries the account
      *>                     status and open / close dates now on
      *>                     PERSONREC. A closed account stays on
      *>                     the master and proves like any other -
      *>                     its CLOSEOUT audit record replays the
      *>                     balance to zero. An account opened
      *>                     since the generation proves from a
      *>                     zero balance instead of reporting as
      *>                     missing from the prior generation.
      *>*****************************************************************

       IDENTIFICATION DIVISION.
           05  GP-AGE              PIC 9(03).
           05  GP-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  GP-ACCOUNT-TYPE     PIC X(10).
           05  GP-ACCOUNT-STATUS   PIC X(01).
           05  GP-OPEN-DATE        PIC 9(08).
           05  GP-CLOSE-DATE       PIC 9(08).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
               10 WS-PRF-AUDIT-COUNT   PIC 9(05).
               10 WS-PRF-SEEN-SW       PIC X(01).
                   88 WS-PRF-SEEN-ON-LIVE       VALUE "Y".
               10 WS-PRF-OPENED-SW     PIC X(01).
                   88 WS-PRF-OPENED-SINCE       VALUE "Y".
       01 WS-PROOF-COUNT           PIC 9(04) COMP   VALUE ZERO.

       01 WS-TBL-IDX               PIC 9(04) COMP.
               TO WS-PRF-RUN-BALANCE(WS-PROOF-COUNT).
           MOVE ZERO TO WS-PRF-AUDIT-COUNT(WS-PROOF-COUNT).
           MOVE "N"  TO WS-PRF-SEEN-SW(WS-PROOF-COUNT).
           MOVE "N"  TO WS-PRF-OPENED-SW(WS-PROOF-COUNT).

       1100-EXIT.
           EXIT.
      *> record's old balance must match the account's running
      *> balance or the chain is broken; either way its new balance
      *> becomes the running balance, as the posting programs
      *> actually left it. A record for an account the generation
      *> never held starts a new entry from a zero balance - an
      *> account opened since then - and the live pass decides
      *> whether that is what it really was.
      *>-----------------------------------------------------------------
       2100-APPLY-AUDIT-RECORD.

               THRU 3000-EXIT.

           IF NOT WS-LOOKUP-FOUND
               PERFORM 2200-ADD-OPENED-ACCOUNT
                   THRU 2200-EXIT
           END-IF.

           IF AT-OLD-BALANCE NOT =
       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 2200-ADD-OPENED-ACCOUNT
      *> Account-Lifecycle-Batch opens every account at zero, its
      *> opening deposit audited from there, so a new account's
      *> trail chains from a zero prior balance like any other.
      *>-----------------------------------------------------------------
       2200-ADD-OPENED-ACCOUNT.

           IF WS-PROOF-COUNT NOT < 1000
               DISPLAY "*** ABEND: ACCOUNTS TO PROVE EXCEED 1000 "
                       "- WS-PROOF-TABLE IS FULL ***"
               DISPLAY "INCREASE WS-PROOF-TABLE OCCURS AND RECOMPILE."
               STOP RUN
           END-IF.

           ADD 1 TO WS-PROOF-COUNT.
           MOVE AT-ACCOUNT-NUMBER
               TO WS-PRF-ACCOUNT-NUMBER(WS-PROOF-COUNT).
           MOVE AT-ACCOUNT-NAME TO WS-PRF-NAME(WS-PROOF-COUNT).
           MOVE ZERO TO WS-PRF-PRIOR-BALANCE(WS-PROOF-COUNT).
           MOVE ZERO TO WS-PRF-RUN-BALANCE(WS-PROOF-COUNT).
           MOVE ZERO TO WS-PRF-AUDIT-COUNT(WS-PROOF-COUNT).
           MOVE "N"  TO WS-PRF-SEEN-SW(WS-PROOF-COUNT).
           MOVE "Y"  TO WS-PRF-OPENED-SW(WS-PROOF-COUNT).

           MOVE WS-PROOF-COUNT TO WS-FOUND-IDX.

       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------------
      *> 3000-FIND-PROOF-ENTRY
      *> Leaves the matching table index in WS-FOUND-IDX. The match
      *> account to. A live balance the replay does not reach is
      *> out of proof; if no trail record touched the account at
      *> all, the change happened with no audit record - the worst
      *> finding this report can make. An account only the trail
      *> knew of must have been opened since the generation; one
      *> opened since then with no deposit has no trail at all and
      *> proves at zero.
      *>-----------------------------------------------------------------
       4100-COMPARE-ONE-ACCOUNT.

                  OR WS-LOOKUP-FOUND.

           IF NOT WS-LOOKUP-FOUND
               IF PR-OPEN-DATE NOT < WS-GENERATION-DATE
                AND PR-ACCOUNT-BALANCE = ZERO
                   GO TO 4100-EXIT
               END-IF
               PERFORM 5400-WRITE-NEW-ACCOUNT-LINE
                   THRU 5400-EXIT
               GO TO 4100-EXIT

           MOVE "Y" TO WS-PRF-SEEN-SW(WS-FOUND-IDX).

           IF WS-PRF-OPENED-SINCE(WS-FOUND-IDX)
            AND PR-OPEN-DATE < WS-GENERATION-DATE
               PERFORM 5400-WRITE-NEW-ACCOUNT-LINE
                   THRU 5400-EXIT
               GO TO 4100-EXIT
           END-IF.

           IF PR-ACCOUNT-BALANCE =
                   WS-PRF-RUN-BALANCE(WS-FOUND-IDX)
               GO TO 4100-EXIT
      *> 4500-SWEEP-DROPPED-ACCOUNTS
      *> A prior-generation account the live pass never saw has
      *> left the master with no statement of where its balance
      *> went - reported, never assumed closed. An entry the trail
      *> started that the live pass never saw is trail for an
      *> account on neither master.
      *>-----------------------------------------------------------------
       4500-SWEEP-DROPPED-ACCOUNTS.

               GO TO 4500-EXIT
           END-IF.

           IF WS-PRF-OPENED-SINCE(WS-SWEEP-IDX)
               PERFORM 5300-WRITE-NO-PRIOR-LINE
                   THRU 5300-EXIT
               GO TO 4500-EXIT
           END-IF.

           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE WS-PRF-PRIOR-BALANCE(WS-SWEEP-IDX)

           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE WS-PRF-RUN-BALANCE(WS-SWEEP-IDX)
               TO WS-FORMATTED-TRAIL.

           INITIALIZE LP-REPORT-LINE.
           STRING WS-PRF-ACCOUNT-NUMBER(WS-SWEEP-IDX)
                                        DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-PRF-NAME(WS-SWEEP-IDX) DELIMITED BY SIZE
                   " TRAIL:"            DELIMITED BY SIZE
                   WS-FORMATTED-TRAIL   DELIMITED BY SIZE
                   "  ** AUDIT TRAIL FOR ACCOUNT NOT ON PRIOR "
                                        DELIMITED BY SIZE
                   "GENERATION OR LIVE MASTER **"
                                        DELIMITED BY SIZE
                   INTO LP-REPORT-LINE
           END-STRING.
           WRITE LP-REPORT-LINE.
