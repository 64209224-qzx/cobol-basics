       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. standord.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandOrdFile ASSIGN TO DYNAMIC WS-Order-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT PersonMaster ASSIGN TO DYNAMIC WS-Master-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Standing-order master, one record per order, keyed by
      *> account and a two-digit order number within the account.
      *> SO-Frequency: W = weekly, M = monthly, Q = quarterly,
      *> Y = yearly. SO-End-Date zero = runs until cancelled.
      *> SO-Status: A = active, C = cancelled by the operator,
      *> E = ended (rolled past its end date by the generator).
      *> A transfer order (type T) names the account it pays into.
        FD StandOrdFile.
        01 StandOrdRec.
          02 SO-Account PIC X(10).
          02 SO-Seq PIC 9(2).
          02 SO-Amount PIC 9(7)V99.
          02 SO-Sign PIC X.
          02 SO-Type PIC X.
          02 SO-Counter-Account PIC X(10).
          02 SO-Frequency PIC X.
          02 SO-Start-Date PIC 9(8).
          02 SO-End-Date PIC 9(8).
          02 SO-Next-Due PIC 9(8).
          02 SO-Status PIC X.

      *> PM-Status "I" marks a deactivated record - no new order may
      *> be set up against it.
        FD PersonMaster.
        01 PersonMasterRec.
          02 PM-Kennitala-Key PIC X(10).
          02 PM-UserName PIC X(30).
          02 PM-Status PIC X.

      *> Account-holder relationships, maintained by acctrel: AR-Role
      *> O = owner, J = joint owner, S = signatory, AR-Status
      *> A = active, R = removed. An account with no records here is
      *> still numbered by its owner's kennitala.
        FD AcctRelFile.
        01 AcctRelRec.
          02 AR-Account PIC X(10).
          02 FILLER PIC X.
          02 AR-Kennitala PIC X(10).
          02 FILLER PIC X.
          02 AR-Role PIC X.
          02 FILLER PIC X.
          02 AR-Status PIC X.
          02 FILLER PIC X.
          02 AR-Opened-Date PIC 9(8).
          02 FILLER PIC X.
          02 AR-Closed-Date PIC 9(8).

        WORKING-STORAGE SECTION.
      *> Standing-order maintenance - lists an account's orders and
      *> adds, cancels or amends one. The whole file is held in
      *> storage and rewritten, the same way coby maintains the
      *> person master.
       01 WS-Order-File-Name PIC X(40) VALUE "STNDORD.DAT".
       01 WS-Master-File-Name PIC X(40) VALUE "PERSMAST.DAT".
       01 WS-Order-Status PIC XX VALUE "00".
       01 WS-Master-Status PIC XX VALUE "00".

       01 WS-Order-Table.
         02 WS-Ord-Entry OCCURS 1000 TIMES INDEXED BY WS-Ord-Idx.
           03 WS-Ord-Account PIC X(10).
           03 WS-Ord-Seq PIC 9(2).
           03 WS-Ord-Amount PIC 9(7)V99.
           03 WS-Ord-Sign PIC X.
           03 WS-Ord-Type PIC X.
           03 WS-Ord-Counter PIC X(10).
           03 WS-Ord-Frequency PIC X.
           03 WS-Ord-Start PIC 9(8).
           03 WS-Ord-End PIC 9(8).
           03 WS-Ord-Next-Due PIC 9(8).
           03 WS-Ord-Status PIC X.
       01 WS-Order-Count PIC 9(4) VALUE 0.
       01 WS-Order-Overflow-Flag PIC X VALUE "N".
       01 WS-Order-Changed-Flag PIC X VALUE "N".

       01 WS-Person-Table.
         02 WS-Person-Entry OCCURS 1000 TIMES INDEXED BY WS-Pers-Idx.
           03 WS-Pers-Key PIC X(10).
           03 WS-Pers-Status PIC X.
       01 WS-Person-Count PIC 9(4) VALUE 0.
       01 WS-Pers-Overflow-Flag PIC X VALUE "N".
       01 WS-Active-Flag PIC X VALUE "N".
       01 WS-Check-Account PIC X(10) VALUE SPACES.
       01 WS-Check-Kennitala PIC X(10) VALUE SPACES.

       01 WS-Rel-File-Name PIC X(40) VALUE "ACCTREL.DAT".
       01 WS-Rel-Status PIC XX VALUE "00".
       01 WS-Holder-Table.
         02 WS-Holder-Entry OCCURS 2000 TIMES INDEXED BY WS-Hold-Idx.
           03 WS-Hold-Account PIC X(10).
           03 WS-Hold-Kennitala PIC X(10).
           03 WS-Hold-State PIC X.
       01 WS-Holder-Count PIC 9(4) VALUE 0.
       01 WS-Rel-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Listed-Flag PIC X VALUE "N".

       01 WS-Sel-Account PIC X(10) VALUE SPACES.
       01 WS-Sel-Seq-Answer PIC X(2) VALUE SPACES.
       01 WS-Sel-Seq-Num REDEFINES WS-Sel-Seq-Answer PIC 9(2).
       01 WS-Sel-Found-Flag PIC X VALUE "N".
       01 WS-Acct-Order-Count PIC 9(4) VALUE 0.
       01 WS-Max-Seq PIC 9(2) VALUE 0.
       01 WS-Maint-Choice PIC 9 VALUE 0.
       01 WS-Done-Flag PIC X VALUE "N".

      *> New-order fields are keyed as fixed digit strings, the same
      *> way the accrual and overdraft amounts are, so a mis-typed
      *> decimal point cannot set up the wrong payment.
       01 WS-New-Amount-Answer PIC X(9) VALUE SPACES.
       01 WS-New-Amount-Num REDEFINES WS-New-Amount-Answer
               PIC 9(7)V99.
       01 WS-New-Sign PIC X VALUE SPACES.
       01 WS-New-Type PIC X VALUE SPACES.
       01 WS-New-Counter PIC X(10) VALUE SPACES.
       01 WS-New-Frequency PIC X VALUE SPACES.
       01 WS-New-Start-Answer PIC X(8) VALUE SPACES.
       01 WS-New-End-Answer PIC X(8) VALUE SPACES.
       01 WS-New-OK-Flag PIC X VALUE "N".
       01 WS-Date-OK-Flag PIC X VALUE "N".
       01 WS-Check-Date PIC X(8) VALUE SPACES.
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

       01 WS-Amount-Display PIC Z(6)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Standord - Standing Order Maintenance"
           PERFORM 1000-LOAD-ORDERS
           PERFORM 1100-LOAD-PERSONS
           PERFORM 1150-LOAD-HOLDERS
           EVALUATE TRUE
               WHEN WS-Order-Overflow-Flag = "Y"
                   DISPLAY "Standing-order file " WS-Order-File-Name
                       " exceeds the 1000-order table - cannot "
                       "maintain it safely, no changes made."
               WHEN WS-Pers-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - cannot "
                       "check holders, no changes made."
               WHEN WS-Rel-Overflow-Flag = "Y"
                   DISPLAY "Account-holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - cannot "
                       "check holders, no changes made."
               WHEN OTHER
                   PERFORM 2000-MAINTAIN-ACCOUNT
           END-EVALUATE
           GOBACK.

       1000-LOAD-ORDERS.
           MOVE 0 TO WS-Order-Count
           MOVE "N" TO WS-Order-Overflow-Flag
           OPEN INPUT StandOrdFile
           IF WS-Order-Status = "00"
               PERFORM UNTIL WS-Order-Status NOT = "00"
                   READ StandOrdFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1010-LOAD-ORDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE StandOrdFile
           END-IF.

       1010-LOAD-ORDER-ENTRY.
           IF WS-Order-Count >= 1000
               MOVE "Y" TO WS-Order-Overflow-Flag
           ELSE
               ADD 1 TO WS-Order-Count
               MOVE WS-Order-Count TO WS-Ord-Idx
               MOVE SO-Account TO WS-Ord-Account(WS-Ord-Idx)
               MOVE SO-Seq TO WS-Ord-Seq(WS-Ord-Idx)
               MOVE SO-Amount TO WS-Ord-Amount(WS-Ord-Idx)
               MOVE SO-Sign TO WS-Ord-Sign(WS-Ord-Idx)
               MOVE SO-Type TO WS-Ord-Type(WS-Ord-Idx)
               MOVE SO-Counter-Account TO WS-Ord-Counter(WS-Ord-Idx)
               MOVE SO-Frequency TO WS-Ord-Frequency(WS-Ord-Idx)
               MOVE SO-Start-Date TO WS-Ord-Start(WS-Ord-Idx)
               MOVE SO-End-Date TO WS-Ord-End(WS-Ord-Idx)
               MOVE SO-Next-Due TO WS-Ord-Next-Due(WS-Ord-Idx)
               MOVE SO-Status TO WS-Ord-Status(WS-Ord-Idx)
           END-IF.

       1100-LOAD-PERSONS.
           MOVE 0 TO WS-Person-Count
           MOVE "N" TO WS-Pers-Overflow-Flag
           OPEN INPUT PersonMaster
           IF WS-Master-Status = "00"
               PERFORM UNTIL WS-Master-Status NOT = "00"
                   READ PersonMaster
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1110-LOAD-PERSON-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PersonMaster
           END-IF.

       1110-LOAD-PERSON-ENTRY.
           IF WS-Person-Count >= 1000
               MOVE "Y" TO WS-Pers-Overflow-Flag
           ELSE
               ADD 1 TO WS-Person-Count
               MOVE WS-Person-Count TO WS-Pers-Idx
               MOVE PM-Kennitala-Key TO WS-Pers-Key(WS-Pers-Idx)
               MOVE PM-Status TO WS-Pers-Status(WS-Pers-Idx)
           END-IF.

       1150-LOAD-HOLDERS.
           MOVE 0 TO WS-Holder-Count
           MOVE "N" TO WS-Rel-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1160-LOAD-HOLDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
           END-IF.

       1160-LOAD-HOLDER-ENTRY.
           IF WS-Holder-Count >= 2000
               MOVE "Y" TO WS-Rel-Overflow-Flag
           ELSE
               ADD 1 TO WS-Holder-Count
               MOVE WS-Holder-Count TO WS-Hold-Idx
               MOVE AR-Account TO WS-Hold-Account(WS-Hold-Idx)
               MOVE AR-Kennitala TO WS-Hold-Kennitala(WS-Hold-Idx)
               MOVE AR-Status TO WS-Hold-State(WS-Hold-Idx)
           END-IF.

      *> An account may be paid from or into only while an active
      *> person record stands behind one of its active holders; an
      *> account with no holder records is still numbered by its
      *> owner's kennitala and is checked as that kennitala.
       1200-CHECK-ACCOUNT-ACTIVE.
           MOVE "N" TO WS-Active-Flag
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
                       OR WS-Active-Flag = "Y"
               IF WS-Hold-Account(WS-Hold-Idx) = WS-Check-Account
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                           WS-Check-Kennitala
                       PERFORM 1210-CHECK-PERSON-ACTIVE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Acct-Listed-Flag = "N"
               MOVE WS-Check-Account TO WS-Check-Kennitala
               PERFORM 1210-CHECK-PERSON-ACTIVE
           END-IF.

      *> A re-registered kennitala has an inactive and an active
      *> record, so any active one will do.
       1210-CHECK-PERSON-ACTIVE.
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Count
                       OR (WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
                           AND WS-Pers-Status(WS-Pers-Idx) NOT = "I")
           END-PERFORM
           IF WS-Pers-Idx NOT > WS-Person-Count
               MOVE "Y" TO WS-Active-Flag
           END-IF.

      *> Same calendar check coby applies in its edit pass, on
      *> WS-Check-Date, setting WS-Date-OK-Flag.
       1300-CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-Date-OK-Flag
           IF WS-Check-Date IS NUMERIC
               MOVE WS-Check-Date TO WS-Edit-Date
               EVALUATE WS-Edit-Month
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-Days-In-Month
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-Days-In-Month
                   WHEN 2
                       IF FUNCTION MOD(WS-Edit-Year, 4) = 0
                               AND (FUNCTION MOD(WS-Edit-Year, 100)
                                   NOT = 0
                               OR FUNCTION MOD(WS-Edit-Year, 400) = 0)
                           MOVE 29 TO WS-Days-In-Month
                       ELSE
                           MOVE 28 TO WS-Days-In-Month
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-Days-In-Month
               END-EVALUATE
               IF WS-Days-In-Month NOT = 0
                   AND WS-Edit-Day >= 1
                   AND WS-Edit-Day <= WS-Days-In-Month
                   MOVE "Y" TO WS-Date-OK-Flag
               END-IF
           END-IF.

       2000-MAINTAIN-ACCOUNT.
           DISPLAY "Account to maintain: " WITH NO ADVANCING
           ACCEPT WS-Sel-Account
           IF WS-Sel-Account = SPACES
               DISPLAY "No account given - no change made."
           ELSE
               MOVE "N" TO WS-Order-Changed-Flag
               MOVE "N" TO WS-Done-Flag
               PERFORM UNTIL WS-Done-Flag = "Y"
                   PERFORM 2100-LIST-ACCOUNT-ORDERS
                   PERFORM 2200-APPLY-ORDER-ACTION
               END-PERFORM
               IF WS-Order-Changed-Flag = "Y"
                   PERFORM 3000-REWRITE-ORDERS
                   DISPLAY "Standing orders updated in "
                       WS-Order-File-Name
               END-IF
           END-IF.

       2100-LIST-ACCOUNT-ORDERS.
           MOVE 0 TO WS-Acct-Order-Count
           MOVE 0 TO WS-Max-Seq
           DISPLAY " "
           DISPLAY "Standing orders for account " WS-Sel-Account
           DISPLAY "No  Amount      Sg Ty To-account Fr Start    "
               "End      Next due St"
           PERFORM VARYING WS-Ord-Idx FROM 1 BY 1
                   UNTIL WS-Ord-Idx > WS-Order-Count
               IF WS-Ord-Account(WS-Ord-Idx) = WS-Sel-Account
                   ADD 1 TO WS-Acct-Order-Count
                   IF WS-Ord-Seq(WS-Ord-Idx) > WS-Max-Seq
                       MOVE WS-Ord-Seq(WS-Ord-Idx) TO WS-Max-Seq
                   END-IF
                   MOVE WS-Ord-Amount(WS-Ord-Idx) TO WS-Amount-Display
                   DISPLAY WS-Ord-Seq(WS-Ord-Idx) "  "
                       WS-Amount-Display "  "
                       WS-Ord-Sign(WS-Ord-Idx) "  "
                       WS-Ord-Type(WS-Ord-Idx) " "
                       WS-Ord-Counter(WS-Ord-Idx) " "
                       WS-Ord-Frequency(WS-Ord-Idx) "  "
                       WS-Ord-Start(WS-Ord-Idx) " "
                       WS-Ord-End(WS-Ord-Idx) " "
                       WS-Ord-Next-Due(WS-Ord-Idx) " "
                       WS-Ord-Status(WS-Ord-Idx)
               END-IF
           END-PERFORM
           IF WS-Acct-Order-Count = 0
               DISPLAY "  (none)"
           END-IF.

       2200-APPLY-ORDER-ACTION.
           DISPLAY "1. Add a standing order"
           DISPLAY "2. Cancel a standing order"
           DISPLAY "3. Change the amount"
           DISPLAY "4. Change the end date"
           DISPLAY "9. Finished"
           DISPLAY "Select action: " WITH NO ADVANCING
           ACCEPT WS-Maint-Choice
           EVALUATE WS-Maint-Choice
               WHEN 1
                   PERFORM 2300-ADD-ORDER
               WHEN 2
                   PERFORM 2400-CANCEL-ORDER
               WHEN 3
                   PERFORM 2500-CHANGE-AMOUNT
               WHEN 4
                   PERFORM 2600-CHANGE-END-DATE
               WHEN OTHER
                   MOVE "Y" TO WS-Done-Flag
           END-EVALUATE.

       2300-ADD-ORDER.
           MOVE WS-Sel-Account TO WS-Check-Account
           PERFORM 1200-CHECK-ACCOUNT-ACTIVE
           IF WS-Active-Flag NOT = "Y"
               DISPLAY "Account " WS-Sel-Account " has no active "
                   "person record - no order set up."
           ELSE
               IF WS-Order-Count >= 1000 OR WS-Max-Seq >= 99
                   DISPLAY "No room for another standing order - "
                       "no order set up."
               ELSE
                   PERFORM 2310-ACCEPT-NEW-ORDER
                   IF WS-New-OK-Flag = "Y"
                       PERFORM 2320-STORE-NEW-ORDER
                   END-IF
               END-IF
           END-IF.

      *> Deposits credit (+), withdrawals debit (-). A transfer order
      *> is keyed from the paying side, so it is always a debit and
      *> must name another active account to pay into.
       2310-ACCEPT-NEW-ORDER.
           MOVE "N" TO WS-New-OK-Flag
           MOVE SPACES TO WS-New-Counter
           DISPLAY "Amount (9 digits, 000012500 = 125.00): "
               WITH NO ADVANCING
           ACCEPT WS-New-Amount-Answer
           DISPLAY "Type code (D deposit, W withdrawal, T transfer): "
               WITH NO ADVANCING
           ACCEPT WS-New-Type
           DISPLAY "Sign (+ or -): " WITH NO ADVANCING
           ACCEPT WS-New-Sign
           IF WS-New-Type = "T"
               DISPLAY "Account to pay into: " WITH NO ADVANCING
               ACCEPT WS-New-Counter
           END-IF
           DISPLAY "Frequency (W weekly, M monthly, Q quarterly, "
               "Y yearly): " WITH NO ADVANCING
           ACCEPT WS-New-Frequency
           DISPLAY "First payment date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-New-Start-Answer
           DISPLAY "Last payment date (YYYYMMDD, blank for no end): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-New-End-Answer
           ACCEPT WS-New-End-Answer
           EVALUATE TRUE
               WHEN WS-New-Amount-Answer IS NOT NUMERIC
                   DISPLAY "Amount [" WS-New-Amount-Answer "] is not "
                       "9 digits."
               WHEN WS-New-Amount-Num = 0
                   DISPLAY "A standing order for zero is not an "
                       "order."
               WHEN WS-New-Type NOT = "D" AND WS-New-Type NOT = "W"
                       AND WS-New-Type NOT = "T"
                   DISPLAY "Type [" WS-New-Type "] must be D, W or T."
               WHEN (WS-New-Type = "D" AND WS-New-Sign NOT = "+")
                       OR (WS-New-Type NOT = "D"
                           AND WS-New-Sign NOT = "-")
                   DISPLAY "Sign [" WS-New-Sign "] does not fit type "
                       WS-New-Type " - deposits are +, withdrawals "
                       "and transfers are -."
               WHEN OTHER
                   PERFORM 2315-CHECK-NEW-SCHEDULE
           END-EVALUATE.

       2315-CHECK-NEW-SCHEDULE.
           MOVE WS-New-Counter TO WS-Check-Account
           PERFORM 1200-CHECK-ACCOUNT-ACTIVE
           MOVE WS-New-Start-Answer TO WS-Check-Date
           PERFORM 1300-CHECK-CALENDAR-DATE
           EVALUATE TRUE
               WHEN WS-New-Type = "T"
                       AND (WS-New-Counter = SPACES
                           OR WS-New-Counter = WS-Sel-Account
                           OR WS-Active-Flag NOT = "Y")
                   DISPLAY "Account to pay into [" WS-New-Counter
                       "] must be another account with an active "
                       "person record."
               WHEN WS-New-Frequency NOT = "W"
                       AND WS-New-Frequency NOT = "M"
                       AND WS-New-Frequency NOT = "Q"
                       AND WS-New-Frequency NOT = "Y"
                   DISPLAY "Frequency [" WS-New-Frequency "] must be "
                       "W, M, Q or Y."
               WHEN WS-Date-OK-Flag NOT = "Y"
                   DISPLAY "First payment date [" WS-New-Start-Answer
                       "] is not a real calendar date."
               WHEN WS-New-End-Answer = SPACES
                   MOVE "Y" TO WS-New-OK-Flag
               WHEN OTHER
                   MOVE WS-New-End-Answer TO WS-Check-Date
                   PERFORM 1300-CHECK-CALENDAR-DATE
                   IF WS-Date-OK-Flag NOT = "Y"
                       OR WS-New-End-Answer < WS-New-Start-Answer
                       DISPLAY "Last payment date ["
                           WS-New-End-Answer "] must be a real "
                           "date on or after the first."
                   ELSE
                       MOVE "Y" TO WS-New-OK-Flag
                   END-IF
           END-EVALUATE.

       2320-STORE-NEW-ORDER.
           ADD 1 TO WS-Order-Count
           MOVE WS-Order-Count TO WS-Ord-Idx
           ADD 1 TO WS-Max-Seq
           MOVE WS-Sel-Account TO WS-Ord-Account(WS-Ord-Idx)
           MOVE WS-Max-Seq TO WS-Ord-Seq(WS-Ord-Idx)
           MOVE WS-New-Amount-Num TO WS-Ord-Amount(WS-Ord-Idx)
           MOVE WS-New-Sign TO WS-Ord-Sign(WS-Ord-Idx)
           MOVE WS-New-Type TO WS-Ord-Type(WS-Ord-Idx)
           MOVE WS-New-Counter TO WS-Ord-Counter(WS-Ord-Idx)
           MOVE WS-New-Frequency TO WS-Ord-Frequency(WS-Ord-Idx)
           MOVE WS-New-Start-Answer TO WS-Ord-Start(WS-Ord-Idx)
           IF WS-New-End-Answer = SPACES
               MOVE 0 TO WS-Ord-End(WS-Ord-Idx)
           ELSE
               MOVE WS-New-End-Answer TO WS-Ord-End(WS-Ord-Idx)
           END-IF
           MOVE WS-New-Start-Answer TO WS-Ord-Next-Due(WS-Ord-Idx)
           MOVE "A" TO WS-Ord-Status(WS-Ord-Idx)
           MOVE "Y" TO WS-Order-Changed-Flag
           DISPLAY "Standing order " WS-Max-Seq " set up for account "
               WS-Sel-Account.

       2350-FIND-ACCOUNT-ORDER.
           MOVE "N" TO WS-Sel-Found-Flag
           DISPLAY "Order number: " WITH NO ADVANCING
           ACCEPT WS-Sel-Seq-Answer
           IF WS-Sel-Seq-Answer IS NOT NUMERIC
               DISPLAY "Order number [" WS-Sel-Seq-Answer "] must "
                   "be two digits."
           ELSE
               PERFORM VARYING WS-Ord-Idx FROM 1 BY 1
                       UNTIL WS-Ord-Idx > WS-Order-Count
                           OR (WS-Ord-Account(WS-Ord-Idx) =
                               WS-Sel-Account
                           AND WS-Ord-Seq(WS-Ord-Idx) = WS-Sel-Seq-Num)
               END-PERFORM
               IF WS-Ord-Idx > WS-Order-Count
                   DISPLAY "Account " WS-Sel-Account " has no order "
                       WS-Sel-Seq-Answer "."
               ELSE
                   IF WS-Ord-Status(WS-Ord-Idx) NOT = "A"
                       DISPLAY "Order " WS-Sel-Seq-Answer " is no "
                           "longer active."
                   ELSE
                       MOVE "Y" TO WS-Sel-Found-Flag
                   END-IF
               END-IF
           END-IF.

      *> A cancelled order stays on file for the record; the
      *> generator simply passes over anything not active.
       2400-CANCEL-ORDER.
           PERFORM 2350-FIND-ACCOUNT-ORDER
           IF WS-Sel-Found-Flag = "Y"
               MOVE "C" TO WS-Ord-Status(WS-Ord-Idx)
               MOVE "Y" TO WS-Order-Changed-Flag
               DISPLAY "Order " WS-Sel-Seq-Answer " cancelled."
           END-IF.

       2500-CHANGE-AMOUNT.
           PERFORM 2350-FIND-ACCOUNT-ORDER
           IF WS-Sel-Found-Flag = "Y"
               DISPLAY "New amount (9 digits, 000012500 = 125.00): "
                   WITH NO ADVANCING
               ACCEPT WS-New-Amount-Answer
               IF WS-New-Amount-Answer IS NOT NUMERIC
                   OR WS-New-Amount-Num = 0
                   DISPLAY "Not a 9-digit amount above zero - no "
                       "change made."
               ELSE
                   MOVE WS-New-Amount-Num TO
                       WS-Ord-Amount(WS-Ord-Idx)
                   MOVE "Y" TO WS-Order-Changed-Flag
                   DISPLAY "Order " WS-Sel-Seq-Answer " amount "
                       "changed."
               END-IF
           END-IF.

       2600-CHANGE-END-DATE.
           PERFORM 2350-FIND-ACCOUNT-ORDER
           IF WS-Sel-Found-Flag = "Y"
               DISPLAY "New last payment date (YYYYMMDD, blank for "
                   "no end): " WITH NO ADVANCING
               MOVE SPACES TO WS-New-End-Answer
               ACCEPT WS-New-End-Answer
               IF WS-New-End-Answer = SPACES
                   MOVE 0 TO WS-Ord-End(WS-Ord-Idx)
                   MOVE "Y" TO WS-Order-Changed-Flag
                   DISPLAY "Order " WS-Sel-Seq-Answer " now runs "
                       "until cancelled."
               ELSE
                   MOVE WS-New-End-Answer TO WS-Check-Date
                   PERFORM 1300-CHECK-CALENDAR-DATE
                   IF WS-Date-OK-Flag NOT = "Y"
                       OR WS-New-End-Answer < WS-Ord-Start(WS-Ord-Idx)
                       DISPLAY "Last payment date ["
                           WS-New-End-Answer "] must be a real "
                           "date on or after the first - no change "
                           "made."
                   ELSE
                       MOVE WS-New-End-Answer TO WS-Ord-End(WS-Ord-Idx)
                       MOVE "Y" TO WS-Order-Changed-Flag
                       DISPLAY "Order " WS-Sel-Seq-Answer " end "
                           "date changed."
                   END-IF
               END-IF
           END-IF.

       3000-REWRITE-ORDERS.
           OPEN OUTPUT StandOrdFile
           PERFORM VARYING WS-Ord-Idx FROM 1 BY 1
                   UNTIL WS-Ord-Idx > WS-Order-Count
               MOVE WS-Ord-Account(WS-Ord-Idx) TO SO-Account
               MOVE WS-Ord-Seq(WS-Ord-Idx) TO SO-Seq
               MOVE WS-Ord-Amount(WS-Ord-Idx) TO SO-Amount
               MOVE WS-Ord-Sign(WS-Ord-Idx) TO SO-Sign
               MOVE WS-Ord-Type(WS-Ord-Idx) TO SO-Type
               MOVE WS-Ord-Counter(WS-Ord-Idx) TO SO-Counter-Account
               MOVE WS-Ord-Frequency(WS-Ord-Idx) TO SO-Frequency
               MOVE WS-Ord-Start(WS-Ord-Idx) TO SO-Start-Date
               MOVE WS-Ord-End(WS-Ord-Idx) TO SO-End-Date
               MOVE WS-Ord-Next-Due(WS-Ord-Idx) TO SO-Next-Due
               MOVE WS-Ord-Status(WS-Ord-Idx) TO SO-Status
               WRITE StandOrdRec
           END-PERFORM
           CLOSE StandOrdFile.
