          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

      *> Brought-forward balances written by the month-end close -
      *> the opening position for whatever is left on TXNHIST.DAT.
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

        FD TrialRptFile.
        01 TrialRptRec PIC X(80).
       01 WS-Diff-Display PIC -(8)9.99.
       01 WS-Total-Display PIC -(10)9.99.

      *> History movement broken out by type code, so the proof shows
      *> how much of the movement is reversals of earlier postings
      *> rather than ordinary deposits and withdrawals. An unknown
      *> code (history written by hand) is counted as other.
       01 WS-Type-Dep-Count PIC 9(6) VALUE 0.
       01 WS-Type-Dep-Net PIC S9(11)V99 VALUE 0.
       01 WS-Type-Wdr-Count PIC 9(6) VALUE 0.
       01 WS-Type-Wdr-Net PIC S9(11)V99 VALUE 0.
       01 WS-Type-Fee-Count PIC 9(6) VALUE 0.
       01 WS-Type-Fee-Net PIC S9(11)V99 VALUE 0.
       01 WS-Type-Int-Count PIC 9(6) VALUE 0.
       01 WS-Type-Int-Net PIC S9(11)V99 VALUE 0.
       01 WS-Type-Trf-Count PIC 9(6) VALUE 0.
       01 WS-Type-Trf-Net PIC S9(11)V99 VALUE 0.
       01 WS-Type-Rev-Count PIC 9(6) VALUE 0.
       01 WS-Type-Rev-Net PIC S9(11)V99 VALUE 0.
       01 WS-Type-Oth-Count PIC 9(6) VALUE 0.
       01 WS-Type-Oth-Net PIC S9(11)V99 VALUE 0.

       01 WS-Run-Date-Raw.
         02 WS-Run-Date-Year PIC 9999.
         02 WS-Run-Date-Month PIC 99.
           ELSE
               ADD WS-Txn-Amount-Signed TO
                   WS-Acct-Movement(WS-Acct-Idx)
               PERFORM 2200-COUNT-TYPE-MOVEMENT
           END-IF.

       2200-COUNT-TYPE-MOVEMENT.
           EVALUATE TXN-Type
               WHEN "D"
                   ADD 1 TO WS-Type-Dep-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Dep-Net
               WHEN "W"
                   ADD 1 TO WS-Type-Wdr-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Wdr-Net
               WHEN "F"
                   ADD 1 TO WS-Type-Fee-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Fee-Net
               WHEN "I"
                   ADD 1 TO WS-Type-Int-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Int-Net
               WHEN "T"
                   ADD 1 TO WS-Type-Trf-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Trf-Net
               WHEN "R"
                   ADD 1 TO WS-Type-Rev-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Rev-Net
               WHEN OTHER
                   ADD 1 TO WS-Type-Oth-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Oth-Net
           END-EVALUATE.

       3000-WRITE-TRIAL-BALANCE.
           MOVE 0 TO WS-Drift-Count
           MOVE 0 TO WS-Total-Computed
                      " accounts have drifted." DELIMITED BY SIZE
                      INTO TrialRptRec
           END-IF
           WRITE TrialRptRec
           PERFORM 3200-WRITE-TYPE-SUMMARY.

       3200-WRITE-TYPE-SUMMARY.
           MOVE SPACES TO TrialRptRec
           WRITE TrialRptRec
           MOVE SPACES TO TrialRptRec
           STRING "History Movement by Transaction Type"
                  DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           MOVE WS-Type-Dep-Net TO WS-Total-Display
           MOVE SPACES TO TrialRptRec
           STRING "  D deposits:    " DELIMITED BY SIZE
                  WS-Type-Dep-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           MOVE WS-Type-Wdr-Net TO WS-Total-Display
           MOVE SPACES TO TrialRptRec
           STRING "  W withdrawals: " DELIMITED BY SIZE
                  WS-Type-Wdr-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           MOVE WS-Type-Fee-Net TO WS-Total-Display
           MOVE SPACES TO TrialRptRec
           STRING "  F fees:        " DELIMITED BY SIZE
                  WS-Type-Fee-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           MOVE WS-Type-Int-Net TO WS-Total-Display
           MOVE SPACES TO TrialRptRec
           STRING "  I interest:    " DELIMITED BY SIZE
                  WS-Type-Int-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           MOVE WS-Type-Trf-Net TO WS-Total-Display
           MOVE SPACES TO TrialRptRec
           STRING "  T transfers:   " DELIMITED BY SIZE
                  WS-Type-Trf-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           MOVE WS-Type-Rev-Net TO WS-Total-Display
           MOVE SPACES TO TrialRptRec
           STRING "  R reversals:   " DELIMITED BY SIZE
                  WS-Type-Rev-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TrialRptRec
           WRITE TrialRptRec
           IF WS-Type-Oth-Count > 0
               MOVE WS-Type-Oth-Net TO WS-Total-Display
               MOVE SPACES TO TrialRptRec
               STRING "  Other codes:   " DELIMITED BY SIZE
                      WS-Type-Oth-Count DELIMITED BY SIZE
                      "   Net: " DELIMITED BY SIZE
                      WS-Total-Display DELIMITED BY SIZE
                      INTO TrialRptRec
               WRITE TrialRptRec
           END-IF.

       3100-WRITE-ACCOUNT-LINE.
           COMPUTE WS-Computed-Bal = WS-Acct-BFwd(WS-Acct-Idx)
