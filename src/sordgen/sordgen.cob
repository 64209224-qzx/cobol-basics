       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sordgen.
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
           SELECT TxnSordFile ASSIGN TO DYNAMIC WS-Sord-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SordRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Same standing-order layout standord maintains.
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

      *> PM-Status "I" marks a deactivated record. A payment due from
      *> or into a deactivated person is not generated - it would
      *> divert to suspense on posting - and is reported instead.
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

      *> Output is the exact TxnInRec shape coby's edit pass and
      *> trailer verification expect, so standing orders post through
      *> the normal ledger run like any branch batch.
        FD TxnSordFile.
        01 TxnSordRec PIC X(49).

        FD SordRptFile.
        01 SordRptRec PIC X(80).

      *> Shared run-control log - one record at start of run, one at
      *> end, same fixed layout every batch program writes.
        FD RunCtlFile.
        01 RunCtlRec.
          02 RC-Program PIC X(10).
          02 FILLER PIC X.
          02 RC-Business-Date PIC X(8).
          02 FILLER PIC X.
          02 RC-Stamp-Date PIC 9(8).
          02 FILLER PIC X.
          02 RC-Stamp-Time PIC 9(8).
          02 FILLER PIC X.
          02 RC-Event PIC X(5).
          02 FILLER PIC X.
          02 RC-Outcome PIC X(9).
          02 FILLER PIC X.
          02 RC-Count PIC 9(6).

        WORKING-STORAGE SECTION.
       01 WS-RunCtl-File-Name PIC X(40) VALUE "RUNCTL.DAT".
       01 WS-RunCtl-Status PIC XX VALUE "00".
       01 WS-RunCtl-Program PIC X(10) VALUE "sordgen".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.
       01 WS-RunCtl-EOF-Flag PIC X VALUE "N".
       01 WS-Generated-Before-Flag PIC X VALUE "N".
       01 WS-Rerun-Answer PIC X VALUE SPACES.

      *> Standing-order generator - for every active order falling
      *> due on or before the business date, writes the payment as a
      *> properly trailered transaction file for the posting run and
      *> rolls the order's next-due date forward by its frequency.
      *> Because the due dates are rolled on STNDORD.DAT, a second
      *> run for the same business date generates nothing; it is
      *> refused unless the operator overrides, so an unposted
      *> TXNSORD.DAT is not overwritten with an empty one.
       01 WS-Order-File-Name PIC X(40) VALUE "STNDORD.DAT".
       01 WS-Master-File-Name PIC X(40) VALUE "PERSMAST.DAT".
       01 WS-Sord-File-Name PIC X(40) VALUE "TXNSORD.DAT".
       01 WS-Rpt-File-Name PIC X(40) VALUE "SORDRPT.DAT".
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

       01 WS-Person-Table.
         02 WS-Person-Entry OCCURS 1000 TIMES INDEXED BY WS-Pers-Idx.
           03 WS-Pers-Key PIC X(10).
           03 WS-Pers-Status PIC X.
       01 WS-Person-Count PIC 9(4) VALUE 0.
       01 WS-Pers-Overflow-Flag PIC X VALUE "N".
       01 WS-Check-Account PIC X(10) VALUE SPACES.
      *> Holder state of WS-Check-Account: A = an active holder with
      *> an active person record, I = deactivated records only,
      *> U = no holder registered at all.
       01 WS-Holder-State PIC X VALUE SPACES.
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
       01 WS-Skip-Reason PIC X(4) VALUE SPACES.
       01 WS-Rpt-Note PIC X(26) VALUE SPACES.

       01 WS-Business-Answer PIC X(8) VALUE SPACES.
       01 WS-Business-Date PIC 9(8) VALUE 0.
       01 WS-Business-OK-Flag PIC X VALUE "N".
       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Check-Date PIC X(8) VALUE SPACES.
       01 WS-Date-OK-Flag PIC X VALUE "N".
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

      *> Due-date roll. Weekly orders step seven days; monthly,
      *> quarterly and yearly orders step whole months and keep the
      *> day of the start date, clamped to the end of a short month,
      *> so an order started on the 31st pays on the 30th in April
      *> and on the 31st again in May.
       01 WS-Roll-Date.
         02 WS-Roll-Year PIC 9(4).
         02 WS-Roll-Month PIC 9(2).
         02 WS-Roll-Day PIC 9(2).
       01 WS-Roll-Date-Num REDEFINES WS-Roll-Date PIC 9(8).
       01 WS-Start-Date.
         02 WS-Start-Year PIC 9(4).
         02 WS-Start-Month PIC 9(2).
         02 WS-Start-Day PIC 9(2).
       01 WS-Start-Date-Num REDEFINES WS-Start-Date PIC 9(8).
       01 WS-Roll-Step PIC 9(2) VALUE 0.
       01 WS-Roll-Months PIC 9(6) VALUE 0.
       01 WS-Roll-Int PIC 9(7) VALUE 0.

      *> A long-overdue order (the generator not run for a while, or
      *> an order set up with a start date in the past) catches up at
      *> most this many payments per run; the rest follow next run.
       01 WS-Max-Occurrences PIC 9(2) VALUE 12.
       01 WS-Occurrence-Count PIC 9(2) VALUE 0.

       01 WS-Sord-Txn.
         02 SOT-Account PIC X(10).
         02 SOT-Date PIC 9(8).
         02 SOT-Sign PIC X.
         02 SOT-Amount PIC 9(7)V99.
         02 SOT-Type PIC X.
         02 SOT-Counter-Account PIC X(10).
         02 SOT-Reference.
           03 SOT-Ref-Tag PIC X(2).
           03 SOT-Ref-Date PIC X(6).
           03 SOT-Ref-Seq PIC 9(2).

      *> Control-total trailer in the layout coby's
      *> 4140-VERIFY-INPUT-TRAILER demands: tag, record count, and
      *> a hash total of the unsigned amounts.
       01 WS-Sord-Trailer.
         02 TRL-Tag PIC X(7) VALUE "TRAILER".
         02 TRL-Count PIC 9(6) VALUE 0.
         02 TRL-Hash PIC 9(11)V99 VALUE 0.

       01 WS-Record-Count PIC 9(6) VALUE 0.
       01 WS-Hash-Total PIC 9(11)V99 VALUE 0.
       01 WS-Orders-Due-Count PIC 9(6) VALUE 0.
       01 WS-Skipped-Count PIC 9(6) VALUE 0.
       01 WS-Skipped-Inactive-Count PIC 9(6) VALUE 0.
       01 WS-Skipped-Unreg-Count PIC 9(6) VALUE 0.
       01 WS-Ended-Count PIC 9(6) VALUE 0.
       01 WS-Catch-Up-Count PIC 9(6) VALUE 0.
       01 WS-Generated-Total PIC 9(9)V99 VALUE 0.
       01 WS-Generated-Display PIC Z(8)9.99.
       01 WS-Amount-Display PIC Z(6)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Sordgen - Standing Order Payment File Generator"
           PERFORM 1000-ACCEPT-BUSINESS-DATE
           MOVE WS-Business-Date TO WS-RunCtl-Business
           MOVE "N" TO WS-Generated-Before-Flag
           IF WS-Business-OK-Flag = "Y"
               PERFORM 9400-CHECK-RUN-CONTROL
               IF WS-Generated-Before-Flag = "Y"
                   DISPLAY "Business date " WS-RunCtl-Business
                       " already has a completed generator run on "
                       WS-RunCtl-File-Name "."
                   DISPLAY "Generate again anyway (operator override, "
                       "Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-Rerun-Answer
                   IF WS-Rerun-Answer = "Y" OR WS-Rerun-Answer = "y"
                       MOVE "N" TO WS-Generated-Before-Flag
                   END-IF
               END-IF
           END-IF
           PERFORM 9500-WRITE-RUN-START
           IF WS-Business-OK-Flag NOT = "Y"
               DISPLAY "Business date not usable - generator "
                   "abandoned, no posting file written."
           ELSE
               IF WS-Generated-Before-Flag = "Y"
                   DISPLAY "Generation refused - business date "
                       WS-RunCtl-Business " has already been "
                       "generated."
               ELSE
                   PERFORM 2000-GENERATE-PAYMENTS
               END-IF
           END-IF
           MOVE WS-Record-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       1000-ACCEPT-BUSINESS-DATE.
           MOVE "N" TO WS-Business-OK-Flag
           MOVE 0 TO WS-Business-Date
           MOVE 0 TO WS-Record-Count
           DISPLAY "Business date to generate for (YYYYMMDD, blank "
               "for today): " WITH NO ADVANCING
           ACCEPT WS-Business-Answer
           IF WS-Business-Answer = SPACES
               ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
               MOVE WS-Run-Date-Raw TO WS-Business-Answer
           END-IF
           MOVE WS-Business-Answer TO WS-Check-Date
           PERFORM 1300-CHECK-CALENDAR-DATE
           IF WS-Date-OK-Flag = "Y"
               MOVE WS-Business-Answer TO WS-Business-Date
               MOVE "Y" TO WS-Business-OK-Flag
           ELSE
               DISPLAY "Business date [" WS-Business-Answer "] is "
                   "not a real calendar date."
           END-IF.

       1010-LOAD-ORDERS.
           MOVE 0 TO WS-Order-Count
           MOVE "N" TO WS-Order-Overflow-Flag
           OPEN INPUT StandOrdFile
           IF WS-Order-Status = "00"
               PERFORM UNTIL WS-Order-Status NOT = "00"
                   READ StandOrdFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1020-LOAD-ORDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE StandOrdFile
           END-IF.

       1020-LOAD-ORDER-ENTRY.
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
           ELSE
               DISPLAY "No person master found ("
                   WS-Master-File-Name "), every order will be "
                   "reported as unregistered."
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

      *> An account with holder records is active while any of its
      *> active holders is; one with none is still numbered by its
      *> owner's kennitala and is checked as that kennitala.
       1200-CHECK-HOLDER-STATE.
           MOVE "U" TO WS-Holder-State
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
                       OR WS-Holder-State = "A"
               IF WS-Hold-Account(WS-Hold-Idx) = WS-Check-Account
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                           WS-Check-Kennitala
                       PERFORM 1210-CHECK-PERSON-STATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Acct-Listed-Flag = "N"
               MOVE WS-Check-Account TO WS-Check-Kennitala
               PERFORM 1210-CHECK-PERSON-STATE
           END-IF.

      *> A re-registered kennitala has an inactive and an active
      *> record, so any active one makes the holder active; a
      *> kennitala found only on deactivated records is inactive.
       1210-CHECK-PERSON-STATE.
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Count
                       OR WS-Holder-State = "A"
               IF WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
                   IF WS-Pers-Status(WS-Pers-Idx) = "I"
                       MOVE "I" TO WS-Holder-State
                   ELSE
                       MOVE "A" TO WS-Holder-State
                   END-IF
               END-IF
           END-PERFORM.

      *> Same calendar check coby applies in its edit pass, on
      *> WS-Check-Date, setting WS-Date-OK-Flag.
       1300-CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-Date-OK-Flag
           IF WS-Check-Date IS NUMERIC
               MOVE WS-Check-Date TO WS-Edit-Date
               PERFORM 1310-SET-DAYS-IN-MONTH
               IF WS-Days-In-Month NOT = 0
                   AND WS-Edit-Day >= 1
                   AND WS-Edit-Day <= WS-Days-In-Month
                   MOVE "Y" TO WS-Date-OK-Flag
               END-IF
           END-IF.

       1310-SET-DAYS-IN-MONTH.
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
           END-EVALUATE.

       2000-GENERATE-PAYMENTS.
           MOVE 0 TO WS-Record-Count
           MOVE 0 TO WS-Hash-Total
           MOVE 0 TO WS-Orders-Due-Count
           MOVE 0 TO WS-Skipped-Count
           MOVE 0 TO WS-Skipped-Inactive-Count
           MOVE 0 TO WS-Skipped-Unreg-Count
           MOVE 0 TO WS-Ended-Count
           MOVE 0 TO WS-Catch-Up-Count
           MOVE 0 TO WS-Generated-Total
           PERFORM 1010-LOAD-ORDERS
           PERFORM 1100-LOAD-PERSONS
           PERFORM 1150-LOAD-HOLDERS
           EVALUATE TRUE
               WHEN WS-Order-Overflow-Flag = "Y"
                   DISPLAY "Standing-order file " WS-Order-File-Name
                       " exceeds the 1000-order table - generator "
                       "abandoned so no order is skipped."
               WHEN WS-Pers-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - generator "
                       "abandoned so no holder is misjudged."
               WHEN WS-Rel-Overflow-Flag = "Y"
                   DISPLAY "Account-holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - generator "
                       "abandoned so no holder is misjudged."
               WHEN OTHER
                   PERFORM 2050-PROCESS-ORDERS
           END-EVALUATE.

       2050-PROCESS-ORDERS.
           OPEN OUTPUT TxnSordFile
           OPEN OUTPUT SordRptFile
           PERFORM 2060-WRITE-REPORT-HEADER
           PERFORM VARYING WS-Ord-Idx FROM 1 BY 1
                   UNTIL WS-Ord-Idx > WS-Order-Count
               IF WS-Ord-Status(WS-Ord-Idx) = "A"
                   PERFORM 2100-PROCESS-ONE-ORDER
               END-IF
           END-PERFORM
           PERFORM 2500-WRITE-TRAILER
           CLOSE TxnSordFile
           PERFORM 3000-WRITE-CONTROL-TOTALS
           CLOSE SordRptFile
           PERFORM 2900-REWRITE-ORDERS
           DISPLAY "Wrote " WS-Record-Count " standing-order "
               "transactions to " WS-Sord-File-Name
           IF WS-Skipped-Count > 0
               DISPLAY "Skipped " WS-Skipped-Count " payments "
                   "with no active holder - see " WS-Rpt-File-Name
           END-IF
           DISPLAY "Present it to the posting run as TXNIN.DAT."
           DISPLAY "Control report written to " WS-Rpt-File-Name
           MOVE "COMPLETED" TO WS-Run-Outcome.

       2060-WRITE-REPORT-HEADER.
           MOVE SPACES TO SordRptRec
           STRING "Standing Order Control Report   Business Date: "
                  DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Act  Account    No Due date      Amount S T "
                  DELIMITED BY SIZE
                  "Counter    Note" DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec.

      *> An order whose end date was brought forward past its next
      *> due date is ended without paying. Otherwise each due date on
      *> or before the business date is paid (or skipped and reported
      *> when a holder is not active) and the due date rolled on,
      *> until the order is current, ends, or reaches the catch-up
      *> limit for the run.
       2100-PROCESS-ONE-ORDER.
           IF WS-Ord-End(WS-Ord-Idx) NOT = 0
               AND WS-Ord-Next-Due(WS-Ord-Idx) > WS-Ord-End(WS-Ord-Idx)
               PERFORM 2400-END-ORDER
           ELSE
               IF WS-Ord-Next-Due(WS-Ord-Idx) NOT > WS-Business-Date
                   ADD 1 TO WS-Orders-Due-Count
                   MOVE 0 TO WS-Occurrence-Count
                   PERFORM UNTIL WS-Ord-Status(WS-Ord-Idx) NOT = "A"
                           OR WS-Ord-Next-Due(WS-Ord-Idx)
                               > WS-Business-Date
                           OR WS-Occurrence-Count
                               >= WS-Max-Occurrences
                       ADD 1 TO WS-Occurrence-Count
                       PERFORM 2200-PAY-ONE-OCCURRENCE
                       PERFORM 2300-ROLL-NEXT-DUE
                       IF WS-Ord-End(WS-Ord-Idx) NOT = 0
                           AND WS-Ord-Next-Due(WS-Ord-Idx)
                               > WS-Ord-End(WS-Ord-Idx)
                           PERFORM 2400-END-ORDER
                       END-IF
                   END-PERFORM
                   IF WS-Ord-Status(WS-Ord-Idx) = "A"
                       AND WS-Ord-Next-Due(WS-Ord-Idx)
                           NOT > WS-Business-Date
                       ADD 1 TO WS-Catch-Up-Count
                       MOVE "LATE" TO WS-Skip-Reason
                       MOVE "LIMIT HIT, REST NEXT RUN" TO WS-Rpt-Note
                       PERFORM 2600-WRITE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       2200-PAY-ONE-OCCURRENCE.
           MOVE SPACES TO WS-Skip-Reason
           MOVE WS-Ord-Account(WS-Ord-Idx) TO WS-Check-Account
           PERFORM 1200-CHECK-HOLDER-STATE
           IF WS-Holder-State = "A"
               AND WS-Ord-Type(WS-Ord-Idx) = "T"
               MOVE WS-Ord-Counter(WS-Ord-Idx) TO WS-Check-Account
               PERFORM 1200-CHECK-HOLDER-STATE
           END-IF
           EVALUATE WS-Holder-State
               WHEN "I"
                   MOVE "INAC" TO WS-Skip-Reason
                   ADD 1 TO WS-Skipped-Count
                   ADD 1 TO WS-Skipped-Inactive-Count
               WHEN "U"
                   MOVE "UNRG" TO WS-Skip-Reason
                   ADD 1 TO WS-Skipped-Count
                   ADD 1 TO WS-Skipped-Unreg-Count
               WHEN OTHER
                   PERFORM 2250-WRITE-PAYMENT
           END-EVALUATE
           IF WS-Skip-Reason NOT = SPACES
               MOVE SPACES TO WS-Rpt-Note
               STRING "HOLDER " DELIMITED BY SIZE
                      WS-Check-Account DELIMITED BY SIZE
                      INTO WS-Rpt-Note
               PERFORM 2600-WRITE-ORDER-LINE
           END-IF.

      *> The reference SOyymmddnn ties each posted payment back to
      *> its order and due date on the history and statements. The
      *> payment itself is dated on the business date it posts, so
      *> a catch-up occurrence never lands in a month already closed.
       2250-WRITE-PAYMENT.
           MOVE SPACES TO WS-Sord-Txn
           MOVE WS-Ord-Account(WS-Ord-Idx) TO SOT-Account
           MOVE WS-Business-Date TO SOT-Date
           MOVE WS-Ord-Sign(WS-Ord-Idx) TO SOT-Sign
           MOVE WS-Ord-Amount(WS-Ord-Idx) TO SOT-Amount
           MOVE WS-Ord-Type(WS-Ord-Idx) TO SOT-Type
           IF WS-Ord-Type(WS-Ord-Idx) = "T"
               MOVE WS-Ord-Counter(WS-Ord-Idx) TO SOT-Counter-Account
           END-IF
           MOVE "SO" TO SOT-Ref-Tag
           MOVE WS-Ord-Next-Due(WS-Ord-Idx) TO WS-Roll-Date-Num
           MOVE WS-Roll-Date(3:6) TO SOT-Ref-Date
           MOVE WS-Ord-Seq(WS-Ord-Idx) TO SOT-Ref-Seq
           ADD 1 TO WS-Record-Count
           ADD SOT-Amount TO WS-Hash-Total
           ADD SOT-Amount TO WS-Generated-Total
           MOVE WS-Sord-Txn TO TxnSordRec
           WRITE TxnSordRec
           MOVE "PAID" TO WS-Skip-Reason
           MOVE SPACES TO WS-Rpt-Note
           STRING "REF " DELIMITED BY SIZE
                  SOT-Reference DELIMITED BY SIZE
                  INTO WS-Rpt-Note
           PERFORM 2600-WRITE-ORDER-LINE
           MOVE SPACES TO WS-Skip-Reason.

       2300-ROLL-NEXT-DUE.
           EVALUATE WS-Ord-Frequency(WS-Ord-Idx)
               WHEN "W"
                   COMPUTE WS-Roll-Int = FUNCTION INTEGER-OF-DATE
                       (WS-Ord-Next-Due(WS-Ord-Idx)) + 7
                   COMPUTE WS-Ord-Next-Due(WS-Ord-Idx) =
                       FUNCTION DATE-OF-INTEGER(WS-Roll-Int)
               WHEN "Q"
                   MOVE 3 TO WS-Roll-Step
                   PERFORM 2310-ROLL-MONTHS
               WHEN "Y"
                   MOVE 12 TO WS-Roll-Step
                   PERFORM 2310-ROLL-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-Roll-Step
                   PERFORM 2310-ROLL-MONTHS
           END-EVALUATE.

       2310-ROLL-MONTHS.
           MOVE WS-Ord-Next-Due(WS-Ord-Idx) TO WS-Roll-Date-Num
           MOVE WS-Ord-Start(WS-Ord-Idx) TO WS-Start-Date-Num
           COMPUTE WS-Roll-Months = WS-Roll-Year * 12
               + WS-Roll-Month - 1 + WS-Roll-Step
           DIVIDE WS-Roll-Months BY 12 GIVING WS-Roll-Year
               REMAINDER WS-Roll-Month
           ADD 1 TO WS-Roll-Month
           MOVE WS-Roll-Year TO WS-Edit-Year
           MOVE WS-Roll-Month TO WS-Edit-Month
           PERFORM 1310-SET-DAYS-IN-MONTH
           IF WS-Start-Day > WS-Days-In-Month
               MOVE WS-Days-In-Month TO WS-Roll-Day
           ELSE
               MOVE WS-Start-Day TO WS-Roll-Day
           END-IF
           MOVE WS-Roll-Date-Num TO WS-Ord-Next-Due(WS-Ord-Idx).

       2400-END-ORDER.
           MOVE "E" TO WS-Ord-Status(WS-Ord-Idx)
           ADD 1 TO WS-Ended-Count
           MOVE "ENDS" TO WS-Skip-Reason
           MOVE SPACES TO WS-Rpt-Note
           STRING "END DATE " DELIMITED BY SIZE
                  WS-Ord-End(WS-Ord-Idx) DELIMITED BY SIZE
                  INTO WS-Rpt-Note
           PERFORM 2600-WRITE-ORDER-LINE.

       2500-WRITE-TRAILER.
           MOVE WS-Record-Count TO TRL-Count
           MOVE WS-Hash-Total TO TRL-Hash
           MOVE SPACES TO TxnSordRec
           MOVE WS-Sord-Trailer TO TxnSordRec
           WRITE TxnSordRec.

      *> One report line per order event. WS-Skip-Reason carries the
      *> action (PAID, INAC, UNRG, ENDS, LATE) and WS-Rpt-Note the
      *> note text by the time this is performed.
       2600-WRITE-ORDER-LINE.
           MOVE WS-Ord-Amount(WS-Ord-Idx) TO WS-Amount-Display
           MOVE SPACES TO SordRptRec
           STRING WS-Skip-Reason DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ord-Account(WS-Ord-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ord-Seq(WS-Ord-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ord-Next-Due(WS-Ord-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Amount-Display DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ord-Sign(WS-Ord-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ord-Type(WS-Ord-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ord-Counter(WS-Ord-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-Note DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec.

       2900-REWRITE-ORDERS.
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

       3000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Orders on file:        " DELIMITED BY SIZE
                  WS-Order-Count DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Orders due:            " DELIMITED BY SIZE
                  WS-Orders-Due-Count DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE WS-Generated-Total TO WS-Generated-Display
           MOVE SPACES TO SordRptRec
           STRING "Payments generated:    " DELIMITED BY SIZE
                  WS-Record-Count DELIMITED BY SIZE
                  "   Total: " DELIMITED BY SIZE
                  WS-Generated-Display DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Skipped, inactive:     " DELIMITED BY SIZE
                  WS-Skipped-Inactive-Count DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Skipped, unregistered: " DELIMITED BY SIZE
                  WS-Skipped-Unreg-Count DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Orders ended:          " DELIMITED BY SIZE
                  WS-Ended-Count DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Catch-up limit hit:    " DELIMITED BY SIZE
                  WS-Catch-Up-Count DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec
           MOVE SPACES TO SordRptRec
           STRING "Trailer count: " DELIMITED BY SIZE
                  TRL-Count DELIMITED BY SIZE
                  "   Hash total: " DELIMITED BY SIZE
                  TRL-Hash DELIMITED BY SIZE
                  INTO SordRptRec
           WRITE SordRptRec.

       9400-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-Generated-Before-Flag
           MOVE "N" TO WS-RunCtl-EOF-Flag
           OPEN INPUT RunCtlFile
           IF WS-RunCtl-Status NOT = "00"
               MOVE "Y" TO WS-RunCtl-EOF-Flag
           END-IF
           PERFORM UNTIL WS-RunCtl-EOF-Flag = "Y"
               READ RunCtlFile
                   AT END
                       MOVE "Y" TO WS-RunCtl-EOF-Flag
                   NOT AT END
                       IF RC-Program = WS-RunCtl-Program
                           AND RC-Event = "END"
                           AND RC-Outcome = "COMPLETED"
                           AND RC-Business-Date = WS-RunCtl-Business
                           MOVE "Y" TO WS-Generated-Before-Flag
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RunCtl-Status NOT = "35"
               CLOSE RunCtlFile
           END-IF.

       9500-WRITE-RUN-START.
           IF WS-RunCtl-Business = SPACES
               OR WS-RunCtl-Business = "00000000"
               ACCEPT WS-RunCtl-Stamp-Date FROM DATE YYYYMMDD
               MOVE WS-RunCtl-Stamp-Date TO WS-RunCtl-Business
           END-IF
           MOVE "START" TO WS-RunCtl-Event
           MOVE "RUNNING" TO WS-RunCtl-Outcome
           PERFORM 9550-APPEND-RUN-RECORD.

       9550-APPEND-RUN-RECORD.
           ACCEPT WS-RunCtl-Stamp-Date FROM DATE YYYYMMDD
           ACCEPT WS-RunCtl-Stamp-Time FROM TIME
           OPEN EXTEND RunCtlFile
           IF WS-RunCtl-Status NOT = "00"
               OPEN OUTPUT RunCtlFile
           END-IF
           MOVE SPACES TO RunCtlRec
           MOVE WS-RunCtl-Program TO RC-Program
           MOVE WS-RunCtl-Business TO RC-Business-Date
           MOVE WS-RunCtl-Stamp-Date TO RC-Stamp-Date
           MOVE WS-RunCtl-Stamp-Time TO RC-Stamp-Time
           MOVE WS-RunCtl-Event TO RC-Event
           MOVE WS-RunCtl-Outcome TO RC-Outcome
           MOVE WS-RunCtl-Count TO RC-Count
           WRITE RunCtlRec
           CLOSE RunCtlFile.

       9600-WRITE-RUN-END.
           MOVE "END" TO WS-RunCtl-Event
           MOVE WS-Run-Outcome TO WS-RunCtl-Outcome
           PERFORM 9550-APPEND-RUN-RECORD.
