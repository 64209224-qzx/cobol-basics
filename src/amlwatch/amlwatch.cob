       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlwatch.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxnHistFile ASSIGN TO DYNAMIC WS-Hist-Scan-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Hist-Status.
           SELECT PersonMaster ASSIGN TO DYNAMIC WS-Master-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.
           SELECT AmlCaseFile ASSIGN TO DYNAMIC WS-Case-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AmlRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Posted-history layout, same record coby appends in its
      *> ledger pass - read from each monthly generation file
      *> mthclose has cut away and from TXNHIST.DAT. TXN-Sign "+"
      *> is money into the account, "-" money out of it.
        FD TxnHistFile.
        01 TxnHistRec.
          02 TXN-Account PIC X(10).
          02 TXN-Date PIC 9(8).
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

        FD PersonMaster.
        01 PersonMasterRec.
          02 PM-Kennitala-Key PIC X(10).
          02 PM-UserName PIC X(30).
          02 PM-Status PIC X.

      *> Account-holder relationships, maintained by acctrel: AR-Role
      *> O = owner, J = joint owner, S = signatory, AR-Status
      *> A = active, R = removed. An account with no records here is
      *> still numbered by its owner's kennitala, who is its only
      *> holder.
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

      *> Fixed case-file layout for the financial intelligence unit:
      *> a header carrying the run's parameters, one detail record
      *> per case and holder (a case on a joint account names every
      *> holder under the same case number), and a trailer with the
      *> case count, detail count and amount total of the cases.
      *> CASE-Pattern LRGE = single transaction at or over the
      *> reporting threshold, STRC = deposits just under it on one
      *> account inside the rolling window, RAPD = a large deposit
      *> withdrawn again inside the in-and-out window.
        FD AmlCaseFile.
        01 AmlCaseRec.
          02 CASE-Rec-Type PIC X.
          02 CASE-Number PIC 9(6).
          02 CASE-Subject-Seq PIC 9(2).
          02 CASE-Pattern PIC X(4).
          02 CASE-Account PIC X(10).
          02 CASE-Kennitala PIC X(10).
          02 CASE-Name PIC X(30).
          02 CASE-Entity-Type PIC X(7).
          02 CASE-Role PIC X.
          02 CASE-First-Date PIC 9(8).
          02 CASE-Last-Date PIC 9(8).
          02 CASE-Txn-Count PIC 9(4).
          02 CASE-Direction PIC X.
          02 CASE-Txn-Type PIC X.
          02 CASE-Amount PIC 9(9)V99.
          02 CASE-Out-Amount PIC 9(9)V99.
          02 CASE-Reference PIC X(10).
          02 CASE-Run-Date PIC 9(8).
        01 AmlCaseHeader.
          02 CASH-Rec-Type PIC X.
          02 CASH-Run-Date PIC 9(8).
          02 CASH-Review-From PIC 9(8).
          02 CASH-Review-To PIC 9(8).
          02 CASH-Threshold PIC 9(7).
          02 CASH-Margin-Pct PIC 9(2).
          02 CASH-Struct-Count PIC 9(2).
          02 CASH-Struct-Days PIC 9(2).
          02 CASH-Rapid-Days PIC 9(2).
          02 CASH-Rapid-Pct PIC 9(3).
          02 FILLER PIC X(90).
        01 AmlCaseTrailer.
          02 CAST-Rec-Type PIC X.
          02 CAST-Case-Count PIC 9(6).
          02 CAST-Detail-Count PIC 9(6).
          02 CAST-Amount-Total PIC 9(11)V99.
          02 FILLER PIC X(107).

        FD AmlRptFile.
        01 AmlRptRec PIC X(80).

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
       01 WS-RunCtl-Program PIC X(10) VALUE "amlwatch".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.

      *> Transaction monitoring - scans the posted history for the
      *> review period (plus enough days before it to fill the
      *> rolling windows) for three patterns: single transactions at
      *> or over the reporting threshold, several cash deposits just
      *> under it on one account inside the rolling window, and large
      *> money in that goes straight out again. Interest, fees and
      *> reversals are generated by the bank and are not looked at.
      *> A case is reported by the run whose review period holds the
      *> transaction that completes the pattern, so consecutive runs
      *> over adjoining periods do not report the same case twice.
       01 WS-Txn-Hist-File-Name PIC X(40) VALUE "TXNHIST.DAT".
       01 WS-Hist-Scan-File-Name PIC X(40) VALUE SPACES.
       01 WS-Master-File-Name PIC X(40) VALUE "PERSMAST.DAT".
       01 WS-Rel-File-Name PIC X(40) VALUE "ACCTREL.DAT".
       01 WS-Case-File-Name PIC X(40) VALUE "AMLCASE.DAT".
       01 WS-Rpt-File-Name PIC X(40) VALUE "AMLRPT.DAT".
       01 WS-Txn-Hist-Status PIC XX VALUE "00".
       01 WS-Master-Status PIC XX VALUE "00".
       01 WS-Rel-Status PIC XX VALUE "00".
       01 WS-Hist-EOF-Flag PIC X VALUE "N".
       01 WS-Master-EOF-Flag PIC X VALUE "N".

      *> Run parameters are accepted as fixed digit strings, the same
      *> way accrual takes its rate and fee.
       01 WS-Business-Answer PIC X(8) VALUE SPACES.
       01 WS-Business-Date PIC 9(8) VALUE 0.
       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Review-Answer PIC X(3) VALUE SPACES.
       01 WS-Review-Days PIC 9(3) VALUE 0.
       01 WS-Threshold-Answer PIC X(7) VALUE SPACES.
       01 WS-Threshold PIC 9(7) VALUE 0.
       01 WS-Margin-Answer PIC X(2) VALUE SPACES.
       01 WS-Margin-Pct PIC 9(2) VALUE 0.
       01 WS-Struct-Count-Answer PIC X(2) VALUE SPACES.
       01 WS-Struct-Count PIC 9(2) VALUE 0.
       01 WS-Struct-Days-Answer PIC X(2) VALUE SPACES.
       01 WS-Struct-Days PIC 9(2) VALUE 0.
       01 WS-Rapid-Days-Answer PIC X(2) VALUE SPACES.
       01 WS-Rapid-Days PIC 9(2) VALUE 0.
       01 WS-Rapid-Pct-Answer PIC X(3) VALUE SPACES.
       01 WS-Rapid-Pct PIC 9(3) VALUE 0.
       01 WS-Parms-OK-Flag PIC X VALUE "N".
       01 WS-Check-Date PIC X(8) VALUE SPACES.
       01 WS-Date-OK-Flag PIC X VALUE "N".
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

      *> Derived limits - the structuring band runs from the floor
      *> (threshold less the margin) up to just under the threshold;
      *> a deposit at or over the floor also counts as large for the
      *> in-and-out check. Dates are carried as day numbers so the
      *> windows can cross month and year ends.
       01 WS-Threshold-Amount PIC 9(7)V99 VALUE 0.
       01 WS-Floor-Amount PIC 9(7)V99 VALUE 0.
       01 WS-Band-Pct PIC 9(3) VALUE 0.
       01 WS-Business-Day PIC 9(7) VALUE 0.
       01 WS-Review-Start-Day PIC 9(7) VALUE 0.
       01 WS-Review-Start-Date PIC 9(8) VALUE 0.
       01 WS-Load-Start-Day PIC 9(7) VALUE 0.
       01 WS-Load-Start-Date PIC 9(8) VALUE 0.
       01 WS-Window-Start-Day PIC 9(7) VALUE 0.
       01 WS-Window-End-Day PIC 9(7) VALUE 0.

      *> Generation-file walk, one calendar month at a time from the
      *> load-start month to the business month.
       01 WS-Scan-Period.
         02 WS-Scan-Year PIC 9(4).
         02 WS-Scan-Month PIC 9(2).
       01 WS-Scan-Period-Num REDEFINES WS-Scan-Period PIC 9(6).
       01 WS-End-Period PIC 9(6) VALUE 0.
       01 WS-Files-Read-Count PIC 9(4) VALUE 0.
       01 WS-Files-Missing-Count PIC 9(4) VALUE 0.
       01 WS-Hist-Read-Count PIC 9(7) VALUE 0.

      *> Customer movement inside the load range, in posting order.
       01 WS-Txn-Table.
         02 WS-Txn-Entry OCCURS 5000 TIMES INDEXED BY WS-Txn-Idx.
           03 WS-Txn-Account PIC X(10).
           03 WS-Txn-Date PIC 9(8).
           03 WS-Txn-Day PIC 9(7).
           03 WS-Txn-Sign PIC X.
           03 WS-Txn-Amount PIC 9(7)V99.
           03 WS-Txn-Type PIC X.
           03 WS-Txn-Reference PIC X(10).
       01 WS-Txn-Count PIC 9(5) VALUE 0.
       01 WS-Txn-Overflow-Flag PIC X VALUE "N".
       01 WS-Scan-Idx PIC 9(5) VALUE 0.

      *> Hits found by the three scans, numbered in table order.
       01 WS-Case-Table.
         02 WS-Case-Entry OCCURS 2000 TIMES INDEXED BY WS-Case-Idx.
           03 WS-Case-Pattern PIC X(4).
           03 WS-Case-Account PIC X(10).
           03 WS-Case-First-Date PIC 9(8).
           03 WS-Case-Last-Date PIC 9(8).
           03 WS-Case-Txn-Count PIC 9(4).
           03 WS-Case-Sign PIC X.
           03 WS-Case-Type PIC X.
           03 WS-Case-Amount PIC 9(9)V99.
           03 WS-Case-Out-Amount PIC 9(9)V99.
           03 WS-Case-Reference PIC X(10).
       01 WS-Case-Count PIC 9(4) VALUE 0.
       01 WS-Case-Overflow-Flag PIC X VALUE "N".
       01 WS-Case-Found-Flag PIC X VALUE "N".
       01 WS-Large-Count PIC 9(4) VALUE 0.
       01 WS-Struct-Hit-Count PIC 9(4) VALUE 0.
       01 WS-Rapid-Hit-Count PIC 9(4) VALUE 0.

      *> Working fields for one window.
       01 WS-Win-Count PIC 9(4) VALUE 0.
       01 WS-Win-Total PIC 9(9)V99 VALUE 0.
       01 WS-Win-First-Date PIC 9(8) VALUE 0.
       01 WS-Win-Last-Date PIC 9(8) VALUE 0.
       01 WS-Win-Out-Total PIC 9(9)V99 VALUE 0.
       01 WS-Win-Target PIC 9(9)V99 VALUE 0.
       01 WS-Win-Reached-Flag PIC X VALUE "N".

       01 WS-Person-Table.
         02 WS-Person-Entry OCCURS 1000 TIMES INDEXED BY WS-Pers-Idx.
           03 WS-Pers-Key PIC X(10).
           03 WS-Pers-Name PIC X(30).
           03 WS-Pers-Status PIC X.
       01 WS-Person-Count PIC 9(4) VALUE 0.
       01 WS-Pers-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Person-Found-Flag PIC X VALUE "N".
       01 WS-Check-Kennitala PIC X(10) VALUE SPACES.

       01 WS-Holder-Table.
         02 WS-Holder-Entry OCCURS 2000 TIMES INDEXED BY WS-Hold-Idx.
           03 WS-Hold-Account PIC X(10).
           03 WS-Hold-Kennitala PIC X(10).
           03 WS-Hold-Role PIC X.
           03 WS-Hold-State PIC X.
       01 WS-Holder-Count PIC 9(4) VALUE 0.
       01 WS-Rel-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Listed-Flag PIC X VALUE "N".
       01 WS-Active-Held-Flag PIC X VALUE "N".

      *> The kennitala broken into its digit positions, the same
      *> shape kennicheck parses (day, month, year, random part,
      *> checksum, century).
       01 Kennitala.
         02 Birth.
           03 BDay.
             04 BDay1 PIC 9.
             04 BDay2 PIC 9.
           03 BDay-Num PIC 99 REDEFINES BDay.
           03 BMon.
             04 BMon1 PIC 9.
             04 BMon2 PIC 9.
           03 BMon-Num PIC 99 REDEFINES BMon.
           03 BYear.
             04 BYear1 PIC 9.
             04 BYear2 PIC 9.
           03 BYear-Num PIC 99 REDEFINES BYear.
         02 KenniRand.
           03 KenniRand1 PIC 9.
           03 KenniRand2 PIC 9.
         02 CheckSum PIC 9.
         02 Century PIC 9.

      *> Entity type - company kennitalas add 40 to the day of
      *> registration, so the tens digit of the day is 4-7 instead
      *> of 0-3 for a person (same rule as kennicheck).
       01 WS-Entity-Type PIC X(7) VALUE SPACES.

      *> One holder of the case being written.
       01 WS-Subject-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Subject-Role PIC X VALUE SPACE.
       01 WS-Subject-Name PIC X(30) VALUE SPACES.
       01 WS-Subject-Seq PIC 9(2) VALUE 0.
       01 WS-Role-Text PIC X(9) VALUE SPACES.

       01 WS-Section-Pattern PIC X(4) VALUE SPACES.
       01 WS-Section-Count PIC 9(4) VALUE 0.
       01 WS-Section-Total PIC 9(11)V99 VALUE 0.
       01 WS-Case-Num PIC 9(6) VALUE 0.
       01 WS-Detail-Count PIC 9(6) VALUE 0.
       01 WS-Amount-Total PIC 9(11)V99 VALUE 0.
       01 WS-Unnamed-Count PIC 9(4) VALUE 0.
       01 WS-Amount-Display PIC Z(8)9.99.
       01 WS-Out-Display PIC Z(8)9.99.
       01 WS-Total-Display PIC Z(10)9.99.
       01 WS-Threshold-Display PIC Z(6)9.
       01 WS-Floor-Display PIC Z(6)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Amlwatch - Suspicious Transaction Monitoring"
           PERFORM 1000-ACCEPT-PARAMETERS
           IF WS-Parms-OK-Flag = "Y"
               MOVE WS-Business-Date TO WS-RunCtl-Business
           END-IF
           MOVE 0 TO WS-Case-Count
           PERFORM 9500-WRITE-RUN-START
           IF WS-Parms-OK-Flag NOT = "Y"
               DISPLAY "Parameters not usable - monitoring run "
                   "abandoned, no case file written."
           ELSE
               PERFORM 2000-RUN-MONITORING
           END-IF
           MOVE WS-Case-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       1000-ACCEPT-PARAMETERS.
           MOVE "N" TO WS-Parms-OK-Flag
           DISPLAY "Business date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-Business-Answer
           IF WS-Business-Answer = SPACES
               ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
               MOVE WS-Run-Date-Raw TO WS-Business-Answer
           END-IF
           DISPLAY "Days to review, ending on the business date "
               "(3 digits, 001 = that day only): "
               WITH NO ADVANCING
           ACCEPT WS-Review-Answer
           DISPLAY "Reporting threshold in whole kronur "
               "(7 digits, 1000000 = one million): "
               WITH NO ADVANCING
           ACCEPT WS-Threshold-Answer
           DISPLAY "Margin under the threshold that counts as just "
               "under it (2 digits, percent, 10 = 10%): "
               WITH NO ADVANCING
           ACCEPT WS-Margin-Answer
           DISPLAY "Deposits just under the threshold that make a "
               "pattern (2 digits, at least 02): "
               WITH NO ADVANCING
           ACCEPT WS-Struct-Count-Answer
           DISPLAY "Rolling window for those deposits "
               "(2 digits, days): " WITH NO ADVANCING
           ACCEPT WS-Struct-Days-Answer
           DISPLAY "In-and-out window after a large deposit "
               "(2 digits, days): " WITH NO ADVANCING
           ACCEPT WS-Rapid-Days-Answer
           DISPLAY "Share of the deposit withdrawn inside that window "
               "(3 digits, percent, 080 = 80%): " WITH NO ADVANCING
           ACCEPT WS-Rapid-Pct-Answer
           MOVE WS-Business-Answer TO WS-Check-Date
           PERFORM 1300-CHECK-CALENDAR-DATE
           EVALUATE TRUE
               WHEN WS-Date-OK-Flag NOT = "Y"
                   DISPLAY "Business date [" WS-Business-Answer
                       "] is not a real calendar date."
               WHEN WS-Review-Answer IS NOT NUMERIC
                   OR WS-Review-Answer = "000"
                   DISPLAY "Review period [" WS-Review-Answer
                       "] is not 3 digits above zero."
               WHEN WS-Threshold-Answer IS NOT NUMERIC
                   OR WS-Threshold-Answer = "0000000"
                   DISPLAY "Reporting threshold ["
                       WS-Threshold-Answer
                       "] is not 7 digits above zero."
               WHEN WS-Margin-Answer IS NOT NUMERIC
                   OR WS-Margin-Answer = "00"
                   DISPLAY "Margin [" WS-Margin-Answer
                       "] is not 2 digits above zero."
               WHEN WS-Struct-Count-Answer IS NOT NUMERIC
                   OR WS-Struct-Count-Answer < "02"
                   DISPLAY "Deposit count [" WS-Struct-Count-Answer
                       "] is not 2 digits of at least 02."
               WHEN WS-Struct-Days-Answer IS NOT NUMERIC
                   OR WS-Struct-Days-Answer = "00"
                   DISPLAY "Rolling window [" WS-Struct-Days-Answer
                       "] is not 2 digits above zero."
               WHEN WS-Rapid-Days-Answer IS NOT NUMERIC
                   OR WS-Rapid-Days-Answer = "00"
                   DISPLAY "In-and-out window ["
                       WS-Rapid-Days-Answer
                       "] is not 2 digits above zero."
               WHEN WS-Rapid-Pct-Answer IS NOT NUMERIC
                   OR WS-Rapid-Pct-Answer = "000"
                   OR WS-Rapid-Pct-Answer > "100"
                   DISPLAY "Share withdrawn [" WS-Rapid-Pct-Answer
                       "] is not 3 digits from 001 to 100."
               WHEN OTHER
                   MOVE WS-Business-Answer TO WS-Business-Date
                   MOVE WS-Review-Answer TO WS-Review-Days
                   MOVE WS-Threshold-Answer TO WS-Threshold
                   MOVE WS-Margin-Answer TO WS-Margin-Pct
                   MOVE WS-Struct-Count-Answer TO WS-Struct-Count
                   MOVE WS-Struct-Days-Answer TO WS-Struct-Days
                   MOVE WS-Rapid-Days-Answer TO WS-Rapid-Days
                   MOVE WS-Rapid-Pct-Answer TO WS-Rapid-Pct
                   PERFORM 1400-SET-LIMITS
                   MOVE "Y" TO WS-Parms-OK-Flag
                   DISPLAY "Reviewing " WS-Review-Start-Date
                       " to " WS-Business-Date
                       ", history read from " WS-Load-Start-Date
           END-EVALUATE.

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

      *> The history is read from far enough before the review
      *> period that a window ending on its first day is complete.
       1400-SET-LIMITS.
           MOVE WS-Threshold TO WS-Threshold-Amount
           COMPUTE WS-Band-Pct = 100 - WS-Margin-Pct
           COMPUTE WS-Floor-Amount ROUNDED =
               WS-Threshold-Amount * WS-Band-Pct / 100
           COMPUTE WS-Business-Day =
               FUNCTION INTEGER-OF-DATE(WS-Business-Date)
           COMPUTE WS-Review-Start-Day =
               WS-Business-Day - WS-Review-Days + 1
           COMPUTE WS-Review-Start-Date =
               FUNCTION DATE-OF-INTEGER(WS-Review-Start-Day)
           IF WS-Struct-Days > WS-Rapid-Days
               COMPUTE WS-Load-Start-Day =
                   WS-Review-Start-Day - WS-Struct-Days
           ELSE
               COMPUTE WS-Load-Start-Day =
                   WS-Review-Start-Day - WS-Rapid-Days
           END-IF
           COMPUTE WS-Load-Start-Date =
               FUNCTION DATE-OF-INTEGER(WS-Load-Start-Day).

       2000-RUN-MONITORING.
           MOVE 0 TO WS-Files-Read-Count
           MOVE 0 TO WS-Files-Missing-Count
           MOVE 0 TO WS-Hist-Read-Count
           MOVE 0 TO WS-Txn-Count
           MOVE "N" TO WS-Txn-Overflow-Flag
           MOVE "N" TO WS-Case-Overflow-Flag
           MOVE 0 TO WS-Large-Count
           MOVE 0 TO WS-Struct-Hit-Count
           MOVE 0 TO WS-Rapid-Hit-Count
           PERFORM 2100-SCAN-ALL-HISTORY
           PERFORM 2200-LOAD-PERSON-TABLE
           PERFORM 2300-LOAD-HOLDER-TABLE
           EVALUATE TRUE
               WHEN WS-Txn-Overflow-Flag = "Y"
                   DISPLAY "History for the period exceeds the "
                       "5000-transaction table - monitoring run "
                       "abandoned, shorten the review period."
               WHEN WS-Pers-Load-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - "
                       "monitoring run abandoned."
               WHEN WS-Rel-Load-Overflow-Flag = "Y"
                   DISPLAY "Holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - "
                       "monitoring run abandoned."
               WHEN WS-Files-Read-Count = 0
                   DISPLAY "No history file found for the review "
                       "period - monitoring run abandoned, no case "
                       "file written."
               WHEN OTHER
                   PERFORM 3000-FIND-LARGE-TRANSACTIONS
                   PERFORM 3100-FIND-STRUCTURING
                   PERFORM 3200-FIND-RAPID-MOVEMENT
                   IF WS-Case-Overflow-Flag = "Y"
                       DISPLAY "Case table full (2000 max) - "
                           "monitoring run abandoned, no case file "
                           "written, shorten the review period."
                       MOVE 0 TO WS-Case-Count
                   ELSE
                       OPEN OUTPUT AmlCaseFile
                       OPEN OUTPUT AmlRptFile
                       PERFORM 4000-WRITE-CASES-AND-REPORT
                       CLOSE AmlCaseFile
                       CLOSE AmlRptFile
                       DISPLAY "Cases: " WS-Case-Count
                           "  Large: " WS-Large-Count
                           "  Structuring: " WS-Struct-Hit-Count
                           "  In-and-out: " WS-Rapid-Hit-Count
                       DISPLAY "Case file written to "
                           WS-Case-File-Name
                       DISPLAY "Reviewer report written to "
                           WS-Rpt-File-Name
                       MOVE "COMPLETED" TO WS-Run-Outcome
                   END-IF
           END-EVALUATE.

      *> Every generation file from the load-start month through the
      *> business month, then the live history - oldest first, so
      *> the table comes out in posting order. A month not yet
      *> closed has no generation file; its postings are still on
      *> TXNHIST.DAT.
       2100-SCAN-ALL-HISTORY.
           MOVE WS-Load-Start-Date(1:6) TO WS-Scan-Period
           MOVE WS-Business-Date(1:6) TO WS-End-Period
           PERFORM UNTIL WS-Scan-Period-Num > WS-End-Period
               MOVE SPACES TO WS-Hist-Scan-File-Name
               STRING "TXNH" DELIMITED BY SIZE
                      WS-Scan-Period DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-Hist-Scan-File-Name
               PERFORM 2110-SCAN-HISTORY-FILE
               IF WS-Scan-Month = 12
                   ADD 1 TO WS-Scan-Year
                   MOVE 1 TO WS-Scan-Month
               ELSE
                   ADD 1 TO WS-Scan-Month
               END-IF
           END-PERFORM
           MOVE WS-Txn-Hist-File-Name TO WS-Hist-Scan-File-Name
           PERFORM 2110-SCAN-HISTORY-FILE.

       2110-SCAN-HISTORY-FILE.
           MOVE "N" TO WS-Hist-EOF-Flag
           OPEN INPUT TxnHistFile
           IF WS-Txn-Hist-Status NOT = "00"
               ADD 1 TO WS-Files-Missing-Count
           ELSE
               ADD 1 TO WS-Files-Read-Count
               PERFORM UNTIL WS-Hist-EOF-Flag = "Y"
                   READ TxnHistFile
                       AT END
                           MOVE "Y" TO WS-Hist-EOF-Flag
                       NOT AT END
                           PERFORM 2120-KEEP-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TxnHistFile
           END-IF.

       2120-KEEP-TRANSACTION.
           ADD 1 TO WS-Hist-Read-Count
           IF (TXN-Type = "D" OR TXN-Type = "W" OR TXN-Type = "T")
               AND (TXN-Sign = "+" OR TXN-Sign = "-")
               AND TXN-Date IS NUMERIC
               AND TXN-Amount IS NUMERIC
               AND TXN-Date >= WS-Load-Start-Date
               AND TXN-Date <= WS-Business-Date
               IF WS-Txn-Count >= 5000
                   MOVE "Y" TO WS-Txn-Overflow-Flag
               ELSE
                   ADD 1 TO WS-Txn-Count
                   MOVE WS-Txn-Count TO WS-Txn-Idx
                   MOVE TXN-Account TO WS-Txn-Account(WS-Txn-Idx)
                   MOVE TXN-Date TO WS-Txn-Date(WS-Txn-Idx)
                   COMPUTE WS-Txn-Day(WS-Txn-Idx) =
                       FUNCTION INTEGER-OF-DATE(TXN-Date)
                   MOVE TXN-Sign TO WS-Txn-Sign(WS-Txn-Idx)
                   MOVE TXN-Amount TO WS-Txn-Amount(WS-Txn-Idx)
                   MOVE TXN-Type TO WS-Txn-Type(WS-Txn-Idx)
                   MOVE TXN-Reference TO WS-Txn-Reference(WS-Txn-Idx)
               END-IF
           END-IF.

      *> Every person record is kept, deactivated ones too - a case
      *> may concern a holder who has since been deactivated, and the
      *> unit still needs the name.
       2200-LOAD-PERSON-TABLE.
           MOVE 0 TO WS-Person-Count
           MOVE "N" TO WS-Pers-Load-Overflow-Flag
           MOVE "N" TO WS-Master-EOF-Flag
           OPEN INPUT PersonMaster
           IF WS-Master-Status NOT = "00"
               MOVE "Y" TO WS-Master-EOF-Flag
           END-IF
           PERFORM UNTIL WS-Master-EOF-Flag = "Y"
               READ PersonMaster
                   AT END
                       MOVE "Y" TO WS-Master-EOF-Flag
                   NOT AT END
                       PERFORM 2210-LOAD-PERSON-ENTRY
               END-READ
           END-PERFORM
           IF WS-Master-Status NOT = "35"
               CLOSE PersonMaster
           END-IF.

       2210-LOAD-PERSON-ENTRY.
           IF WS-Person-Count >= 1000
               MOVE "Y" TO WS-Pers-Load-Overflow-Flag
               MOVE "Y" TO WS-Master-EOF-Flag
           ELSE
               ADD 1 TO WS-Person-Count
               MOVE WS-Person-Count TO WS-Pers-Idx
               MOVE PM-Kennitala-Key TO WS-Pers-Key(WS-Pers-Idx)
               MOVE PM-UserName TO WS-Pers-Name(WS-Pers-Idx)
               MOVE PM-Status TO WS-Pers-Status(WS-Pers-Idx)
           END-IF.

       2300-LOAD-HOLDER-TABLE.
           MOVE 0 TO WS-Holder-Count
           MOVE "N" TO WS-Rel-Load-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2310-LOAD-HOLDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
           END-IF.

       2310-LOAD-HOLDER-ENTRY.
           IF WS-Holder-Count >= 2000
               MOVE "Y" TO WS-Rel-Load-Overflow-Flag
           ELSE
               ADD 1 TO WS-Holder-Count
               MOVE WS-Holder-Count TO WS-Hold-Idx
               MOVE AR-Account TO WS-Hold-Account(WS-Hold-Idx)
               MOVE AR-Kennitala TO WS-Hold-Kennitala(WS-Hold-Idx)
               MOVE AR-Role TO WS-Hold-Role(WS-Hold-Idx)
               MOVE AR-Status TO WS-Hold-State(WS-Hold-Idx)
           END-IF.

      *> Any single deposit, withdrawal or transfer leg at or over
      *> the threshold, dated inside the review period.
       3000-FIND-LARGE-TRANSACTIONS.
           PERFORM VARYING WS-Txn-Idx FROM 1 BY 1
                   UNTIL WS-Txn-Idx > WS-Txn-Count
               IF WS-Txn-Amount(WS-Txn-Idx) >= WS-Threshold-Amount
                   AND WS-Txn-Day(WS-Txn-Idx) >= WS-Review-Start-Day
                   PERFORM 3900-ADD-CASE
                   IF WS-Case-Found-Flag = "Y"
                       MOVE "LRGE" TO WS-Case-Pattern(WS-Case-Idx)
                       MOVE WS-Txn-Date(WS-Txn-Idx) TO
                           WS-Case-First-Date(WS-Case-Idx)
                       MOVE WS-Txn-Date(WS-Txn-Idx) TO
                           WS-Case-Last-Date(WS-Case-Idx)
                       MOVE 1 TO WS-Case-Txn-Count(WS-Case-Idx)
                       MOVE WS-Txn-Sign(WS-Txn-Idx) TO
                           WS-Case-Sign(WS-Case-Idx)
                       MOVE WS-Txn-Type(WS-Txn-Idx) TO
                           WS-Case-Type(WS-Case-Idx)
                       MOVE WS-Txn-Amount(WS-Txn-Idx) TO
                           WS-Case-Amount(WS-Case-Idx)
                       MOVE WS-Txn-Reference(WS-Txn-Idx) TO
                           WS-Case-Reference(WS-Case-Idx)
                       ADD 1 TO WS-Large-Count
                   END-IF
               END-IF
           END-PERFORM.

      *> Cash deposits in the band just under the threshold. Each
      *> such deposit inside the review period closes a window of
      *> the preceding days; when the window holds enough of them
      *> the account is a case - once per run, at the first window
      *> that qualifies.
       3100-FIND-STRUCTURING.
           PERFORM VARYING WS-Txn-Idx FROM 1 BY 1
                   UNTIL WS-Txn-Idx > WS-Txn-Count
               IF WS-Txn-Type(WS-Txn-Idx) = "D"
                   AND WS-Txn-Sign(WS-Txn-Idx) = "+"
                   AND WS-Txn-Amount(WS-Txn-Idx) >= WS-Floor-Amount
                   AND WS-Txn-Amount(WS-Txn-Idx) < WS-Threshold-Amount
                   AND WS-Txn-Day(WS-Txn-Idx) >= WS-Review-Start-Day
                   PERFORM 3110-CHECK-STRUCTURING-WINDOW
               END-IF
           END-PERFORM.

       3110-CHECK-STRUCTURING-WINDOW.
           MOVE "N" TO WS-Case-Found-Flag
           PERFORM VARYING WS-Case-Idx FROM 1 BY 1
                   UNTIL WS-Case-Idx > WS-Case-Count
               IF WS-Case-Pattern(WS-Case-Idx) = "STRC"
                   AND WS-Case-Account(WS-Case-Idx) =
                       WS-Txn-Account(WS-Txn-Idx)
                   MOVE "Y" TO WS-Case-Found-Flag
               END-IF
           END-PERFORM
           IF WS-Case-Found-Flag = "N"
               COMPUTE WS-Window-Start-Day =
                   WS-Txn-Day(WS-Txn-Idx) - WS-Struct-Days + 1
               MOVE 0 TO WS-Win-Count
               MOVE 0 TO WS-Win-Total
               MOVE WS-Txn-Date(WS-Txn-Idx) TO WS-Win-First-Date
               PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                       UNTIL WS-Scan-Idx > WS-Txn-Idx
                   IF WS-Txn-Account(WS-Scan-Idx) =
                           WS-Txn-Account(WS-Txn-Idx)
                       AND WS-Txn-Type(WS-Scan-Idx) = "D"
                       AND WS-Txn-Sign(WS-Scan-Idx) = "+"
                       AND WS-Txn-Amount(WS-Scan-Idx) >= WS-Floor-Amount
                       AND WS-Txn-Amount(WS-Scan-Idx)
                           < WS-Threshold-Amount
                       AND WS-Txn-Day(WS-Scan-Idx) >= WS-Window-Start-Day
                       AND WS-Txn-Day(WS-Scan-Idx)
                           <= WS-Txn-Day(WS-Txn-Idx)
                       ADD 1 TO WS-Win-Count
                       ADD WS-Txn-Amount(WS-Scan-Idx) TO WS-Win-Total
                       IF WS-Txn-Date(WS-Scan-Idx) < WS-Win-First-Date
                           MOVE WS-Txn-Date(WS-Scan-Idx) TO
                               WS-Win-First-Date
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Win-Count >= WS-Struct-Count
                   PERFORM 3900-ADD-CASE
                   IF WS-Case-Found-Flag = "Y"
                       MOVE "STRC" TO WS-Case-Pattern(WS-Case-Idx)
                       MOVE WS-Win-First-Date TO
                           WS-Case-First-Date(WS-Case-Idx)
                       MOVE WS-Txn-Date(WS-Txn-Idx) TO
                           WS-Case-Last-Date(WS-Case-Idx)
                       MOVE WS-Win-Count TO
                           WS-Case-Txn-Count(WS-Case-Idx)
                       MOVE "+" TO WS-Case-Sign(WS-Case-Idx)
                       MOVE "D" TO WS-Case-Type(WS-Case-Idx)
                       MOVE WS-Win-Total TO WS-Case-Amount(WS-Case-Idx)
                       ADD 1 TO WS-Struct-Hit-Count
                   END-IF
               END-IF
           END-IF.

      *> A deposit or incoming transfer at or over the floor, then
      *> withdrawals and outgoing transfers on the same account from
      *> the same day to the end of the in-and-out window. The case
      *> is dated by the debit that takes the total out to the set
      *> share of the deposit, and is reported when that debit falls
      *> inside the review period.
       3200-FIND-RAPID-MOVEMENT.
           PERFORM VARYING WS-Txn-Idx FROM 1 BY 1
                   UNTIL WS-Txn-Idx > WS-Txn-Count
               IF (WS-Txn-Type(WS-Txn-Idx) = "D"
                       OR WS-Txn-Type(WS-Txn-Idx) = "T")
                   AND WS-Txn-Sign(WS-Txn-Idx) = "+"
                   AND WS-Txn-Amount(WS-Txn-Idx) >= WS-Floor-Amount
                   PERFORM 3210-CHECK-RAPID-WINDOW
               END-IF
           END-PERFORM.

       3210-CHECK-RAPID-WINDOW.
           COMPUTE WS-Window-End-Day =
               WS-Txn-Day(WS-Txn-Idx) + WS-Rapid-Days
           COMPUTE WS-Win-Target ROUNDED =
               WS-Txn-Amount(WS-Txn-Idx) * WS-Rapid-Pct / 100
           MOVE 0 TO WS-Win-Count
           MOVE 0 TO WS-Win-Out-Total
           MOVE 0 TO WS-Win-Last-Date
           MOVE "N" TO WS-Win-Reached-Flag
           PERFORM VARYING WS-Scan-Idx FROM WS-Txn-Idx BY 1
                   UNTIL WS-Scan-Idx > WS-Txn-Count
                       OR WS-Win-Reached-Flag = "Y"
               IF WS-Txn-Account(WS-Scan-Idx) =
                       WS-Txn-Account(WS-Txn-Idx)
                   AND (WS-Txn-Type(WS-Scan-Idx) = "W"
                       OR WS-Txn-Type(WS-Scan-Idx) = "T")
                   AND WS-Txn-Sign(WS-Scan-Idx) = "-"
                   AND WS-Txn-Day(WS-Scan-Idx) <= WS-Window-End-Day
                   ADD 1 TO WS-Win-Count
                   ADD WS-Txn-Amount(WS-Scan-Idx) TO WS-Win-Out-Total
                   MOVE WS-Txn-Date(WS-Scan-Idx) TO WS-Win-Last-Date
                   IF WS-Win-Out-Total >= WS-Win-Target
                       MOVE "Y" TO WS-Win-Reached-Flag
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Win-Reached-Flag = "Y"
               AND WS-Win-Last-Date >= WS-Review-Start-Date
               PERFORM 3900-ADD-CASE
               IF WS-Case-Found-Flag = "Y"
                   MOVE "RAPD" TO WS-Case-Pattern(WS-Case-Idx)
                   MOVE WS-Txn-Date(WS-Txn-Idx) TO
                       WS-Case-First-Date(WS-Case-Idx)
                   MOVE WS-Win-Last-Date TO
                       WS-Case-Last-Date(WS-Case-Idx)
                   MOVE WS-Win-Count TO WS-Case-Txn-Count(WS-Case-Idx)
                   MOVE "+" TO WS-Case-Sign(WS-Case-Idx)
                   MOVE WS-Txn-Type(WS-Txn-Idx) TO
                       WS-Case-Type(WS-Case-Idx)
                   MOVE WS-Txn-Amount(WS-Txn-Idx) TO
                       WS-Case-Amount(WS-Case-Idx)
                   MOVE WS-Win-Out-Total TO
                       WS-Case-Out-Amount(WS-Case-Idx)
                   MOVE WS-Txn-Reference(WS-Txn-Idx) TO
                       WS-Case-Reference(WS-Case-Idx)
                   ADD 1 TO WS-Rapid-Hit-Count
               END-IF
           END-IF.

      *> Next free case slot for the current transaction's account;
      *> WS-Case-Found-Flag is "N" when the table is full.
       3900-ADD-CASE.
           IF WS-Case-Count >= 2000
               MOVE "Y" TO WS-Case-Overflow-Flag
               MOVE "N" TO WS-Case-Found-Flag
           ELSE
               ADD 1 TO WS-Case-Count
               MOVE WS-Case-Count TO WS-Case-Idx
               MOVE WS-Txn-Account(WS-Txn-Idx) TO
                   WS-Case-Account(WS-Case-Idx)
               MOVE SPACE TO WS-Case-Sign(WS-Case-Idx)
               MOVE SPACE TO WS-Case-Type(WS-Case-Idx)
               MOVE 0 TO WS-Case-Out-Amount(WS-Case-Idx)
               MOVE SPACES TO WS-Case-Reference(WS-Case-Idx)
               MOVE "Y" TO WS-Case-Found-Flag
           END-IF.

       4000-WRITE-CASES-AND-REPORT.
           MOVE 0 TO WS-Case-Num
           MOVE 0 TO WS-Detail-Count
           MOVE 0 TO WS-Amount-Total
           MOVE 0 TO WS-Unnamed-Count
           MOVE SPACES TO AmlCaseHeader
           MOVE "H" TO CASH-Rec-Type
           MOVE WS-Business-Date TO CASH-Run-Date
           MOVE WS-Review-Start-Date TO CASH-Review-From
           MOVE WS-Business-Date TO CASH-Review-To
           MOVE WS-Threshold TO CASH-Threshold
           MOVE WS-Margin-Pct TO CASH-Margin-Pct
           MOVE WS-Struct-Count TO CASH-Struct-Count
           MOVE WS-Struct-Days TO CASH-Struct-Days
           MOVE WS-Rapid-Days TO CASH-Rapid-Days
           MOVE WS-Rapid-Pct TO CASH-Rapid-Pct
           WRITE AmlCaseHeader
           PERFORM 4010-WRITE-REPORT-HEADING
           MOVE "LRGE" TO WS-Section-Pattern
           PERFORM 4100-WRITE-SECTION
           MOVE "STRC" TO WS-Section-Pattern
           PERFORM 4100-WRITE-SECTION
           MOVE "RAPD" TO WS-Section-Pattern
           PERFORM 4100-WRITE-SECTION
           MOVE SPACES TO AmlCaseTrailer
           MOVE "T" TO CAST-Rec-Type
           MOVE WS-Case-Num TO CAST-Case-Count
           MOVE WS-Detail-Count TO CAST-Detail-Count
           MOVE WS-Amount-Total TO CAST-Amount-Total
           WRITE AmlCaseTrailer
           PERFORM 4900-WRITE-REPORT-SUMMARY.

       4010-WRITE-REPORT-HEADING.
           MOVE WS-Threshold TO WS-Threshold-Display
           MOVE WS-Floor-Amount TO WS-Floor-Display
           MOVE SPACES TO AmlRptRec
           STRING "Transaction Monitoring Report   Business Date: "
                  DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Review period " DELIMITED BY SIZE
                  WS-Review-Start-Date DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  "   history read from " DELIMITED BY SIZE
                  WS-Load-Start-Date DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Reporting threshold " DELIMITED BY SIZE
                  WS-Threshold-Display DELIMITED BY SIZE
                  "   just under from " DELIMITED BY SIZE
                  WS-Floor-Display DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-Margin-Pct DELIMITED BY SIZE
                  "% margin)" DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Structuring: " DELIMITED BY SIZE
                  WS-Struct-Count DELIMITED BY SIZE
                  " or more deposits within " DELIMITED BY SIZE
                  WS-Struct-Days DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "In-and-out: " DELIMITED BY SIZE
                  WS-Rapid-Pct DELIMITED BY SIZE
                  "% of a large deposit out within " DELIMITED BY SIZE
                  WS-Rapid-Days DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "History files read: " DELIMITED BY SIZE
                  WS-Files-Read-Count DELIMITED BY SIZE
                  "   not on file: " DELIMITED BY SIZE
                  WS-Files-Missing-Count DELIMITED BY SIZE
                  "   records: " DELIMITED BY SIZE
                  WS-Hist-Read-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Deposits, withdrawals and transfers examined: "
                  DELIMITED BY SIZE
                  WS-Txn-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec.

       4100-WRITE-SECTION.
           MOVE 0 TO WS-Section-Count
           MOVE 0 TO WS-Section-Total
           MOVE SPACES TO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           EVALUATE WS-Section-Pattern
               WHEN "LRGE"
                   STRING "LRGE  Single Transactions at or over the "
                          DELIMITED BY SIZE
                          "Threshold" DELIMITED BY SIZE
                          INTO AmlRptRec
                   WRITE AmlRptRec
                   MOVE SPACES TO AmlRptRec
                   STRING "  Case   Account    Date     Type "
                          DELIMITED BY SIZE
                          "        Amount  Reference" DELIMITED BY SIZE
                          INTO AmlRptRec
               WHEN "STRC"
                   STRING "STRC  Deposits Just Under the Threshold "
                          DELIMITED BY SIZE
                          "(Structuring)" DELIMITED BY SIZE
                          INTO AmlRptRec
                   WRITE AmlRptRec
                   MOVE SPACES TO AmlRptRec
                   STRING "  Case   Account    From     To       "
                          DELIMITED BY SIZE
                          "Deposits        Total" DELIMITED BY SIZE
                          INTO AmlRptRec
               WHEN OTHER
                   STRING "RAPD  Large Deposits Withdrawn Again "
                          DELIMITED BY SIZE
                          "(In-and-Out)" DELIMITED BY SIZE
                          INTO AmlRptRec
                   WRITE AmlRptRec
                   MOVE SPACES TO AmlRptRec
                   STRING "  Case   Account    In on    Out by   "
                          DELIMITED BY SIZE
                          "Debits    Deposited    Withdrawn"
                          DELIMITED BY SIZE
                          INTO AmlRptRec
           END-EVALUATE
           WRITE AmlRptRec
           PERFORM VARYING WS-Case-Idx FROM 1 BY 1
                   UNTIL WS-Case-Idx > WS-Case-Count
               IF WS-Case-Pattern(WS-Case-Idx) = WS-Section-Pattern
                   PERFORM 4110-WRITE-CASE
               END-IF
           END-PERFORM
           IF WS-Section-Count = 0
               MOVE SPACES TO AmlRptRec
               STRING "  (none)" DELIMITED BY SIZE
                      INTO AmlRptRec
               WRITE AmlRptRec
           END-IF
           MOVE WS-Section-Total TO WS-Total-Display
           MOVE SPACES TO AmlRptRec
           STRING "  Cases: " DELIMITED BY SIZE
                  WS-Section-Count DELIMITED BY SIZE
                  "   Amount total: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec.

       4110-WRITE-CASE.
           ADD 1 TO WS-Case-Num
           ADD 1 TO WS-Section-Count
           ADD WS-Case-Amount(WS-Case-Idx) TO WS-Section-Total
           ADD WS-Case-Amount(WS-Case-Idx) TO WS-Amount-Total
           MOVE WS-Case-Amount(WS-Case-Idx) TO WS-Amount-Display
           MOVE WS-Case-Out-Amount(WS-Case-Idx) TO WS-Out-Display
           MOVE SPACES TO AmlRptRec
           EVALUATE WS-Section-Pattern
               WHEN "LRGE"
                   STRING "  " DELIMITED BY SIZE
                          WS-Case-Num DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-Account(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-First-Date(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-Type(WS-Case-Idx) DELIMITED BY SIZE
                          WS-Case-Sign(WS-Case-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-Amount-Display DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-Case-Reference(WS-Case-Idx)
                              DELIMITED BY SIZE
                          INTO AmlRptRec
               WHEN "STRC"
                   STRING "  " DELIMITED BY SIZE
                          WS-Case-Num DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-Account(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-First-Date(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-Last-Date(WS-Case-Idx)
                              DELIMITED BY SIZE
                          "     " DELIMITED BY SIZE
                          WS-Case-Txn-Count(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Amount-Display DELIMITED BY SIZE
                          INTO AmlRptRec
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                          WS-Case-Num DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-Account(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-First-Date(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Case-Last-Date(WS-Case-Idx)
                              DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-Case-Txn-Count(WS-Case-Idx)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Amount-Display DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-Out-Display DELIMITED BY SIZE
                          INTO AmlRptRec
           END-EVALUATE
           WRITE AmlRptRec
           PERFORM 4200-WRITE-SUBJECTS.

      *> The case names the account's active holders; an account
      *> whose holders have all been removed names the removed ones,
      *> and an account with no holder records names the kennitala
      *> it is numbered by, as its owner.
       4200-WRITE-SUBJECTS.
           MOVE 0 TO WS-Subject-Seq
           MOVE "N" TO WS-Acct-Listed-Flag
           MOVE "N" TO WS-Active-Held-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
               IF WS-Hold-Account(WS-Hold-Idx) =
                       WS-Case-Account(WS-Case-Idx)
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE "Y" TO WS-Active-Held-Flag
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Acct-Listed-Flag = "N"
               MOVE WS-Case-Account(WS-Case-Idx) TO
                   WS-Subject-Kennitala
               MOVE "O" TO WS-Subject-Role
               PERFORM 4210-WRITE-SUBJECT
           ELSE
               PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                       UNTIL WS-Hold-Idx > WS-Holder-Count
                   IF WS-Hold-Account(WS-Hold-Idx) =
                           WS-Case-Account(WS-Case-Idx)
                       AND (WS-Hold-State(WS-Hold-Idx) = "A"
                           OR WS-Active-Held-Flag = "N")
                       MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                           WS-Subject-Kennitala
                       MOVE WS-Hold-Role(WS-Hold-Idx) TO
                           WS-Subject-Role
                       PERFORM 4210-WRITE-SUBJECT
                   END-IF
               END-PERFORM
           END-IF.

       4210-WRITE-SUBJECT.
           ADD 1 TO WS-Subject-Seq
           ADD 1 TO WS-Detail-Count
           MOVE WS-Subject-Kennitala TO WS-Check-Kennitala
           PERFORM 4300-FIND-PERSON
           IF WS-Person-Found-Flag = "Y"
               MOVE WS-Pers-Name(WS-Pers-Idx) TO WS-Subject-Name
           ELSE
               MOVE "*** not on person master ***" TO WS-Subject-Name
               ADD 1 TO WS-Unnamed-Count
           END-IF
           IF WS-Subject-Kennitala IS NUMERIC
               MOVE WS-Subject-Kennitala TO Kennitala
               PERFORM 4400-DETECT-ENTITY-TYPE
           ELSE
               MOVE "Unknown" TO WS-Entity-Type
           END-IF
           EVALUATE WS-Subject-Role
               WHEN "O"
                   MOVE "Owner" TO WS-Role-Text
               WHEN "J"
                   MOVE "Joint" TO WS-Role-Text
               WHEN "S"
                   MOVE "Signatory" TO WS-Role-Text
               WHEN OTHER
                   MOVE "Unknown" TO WS-Role-Text
           END-EVALUATE
           MOVE SPACES TO AmlCaseRec
           MOVE "D" TO CASE-Rec-Type
           MOVE WS-Case-Num TO CASE-Number
           MOVE WS-Subject-Seq TO CASE-Subject-Seq
           MOVE WS-Case-Pattern(WS-Case-Idx) TO CASE-Pattern
           MOVE WS-Case-Account(WS-Case-Idx) TO CASE-Account
           MOVE WS-Subject-Kennitala TO CASE-Kennitala
           MOVE WS-Subject-Name TO CASE-Name
           MOVE WS-Entity-Type TO CASE-Entity-Type
           MOVE WS-Subject-Role TO CASE-Role
           MOVE WS-Case-First-Date(WS-Case-Idx) TO CASE-First-Date
           MOVE WS-Case-Last-Date(WS-Case-Idx) TO CASE-Last-Date
           MOVE WS-Case-Txn-Count(WS-Case-Idx) TO CASE-Txn-Count
           MOVE WS-Case-Sign(WS-Case-Idx) TO CASE-Direction
           MOVE WS-Case-Type(WS-Case-Idx) TO CASE-Txn-Type
           MOVE WS-Case-Amount(WS-Case-Idx) TO CASE-Amount
           MOVE WS-Case-Out-Amount(WS-Case-Idx) TO CASE-Out-Amount
           MOVE WS-Case-Reference(WS-Case-Idx) TO CASE-Reference
           MOVE WS-Business-Date TO CASE-Run-Date
           WRITE AmlCaseRec
           MOVE SPACES TO AmlRptRec
           STRING "         " DELIMITED BY SIZE
                  WS-Subject-Kennitala DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Subject-Name DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Entity-Type DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Role-Text DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec.

      *> An active record is preferred; a deactivated one still gives
      *> the name when there is no active record for the kennitala.
       4300-FIND-PERSON.
           MOVE "N" TO WS-Person-Found-Flag
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Count
                       OR (WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
                           AND WS-Pers-Status(WS-Pers-Idx) NOT = "I")
           END-PERFORM
           IF WS-Pers-Idx NOT > WS-Person-Count
               MOVE "Y" TO WS-Person-Found-Flag
           ELSE
               PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                       UNTIL WS-Pers-Idx > WS-Person-Count
                           OR WS-Pers-Key(WS-Pers-Idx)
                               = WS-Check-Kennitala
               END-PERFORM
               IF WS-Pers-Idx NOT > WS-Person-Count
                   MOVE "Y" TO WS-Person-Found-Flag
               END-IF
           END-IF.

       4400-DETECT-ENTITY-TYPE.
           IF BDay1 >= 4
               MOVE "Company" TO WS-Entity-Type
           ELSE
               MOVE "Person" TO WS-Entity-Type
           END-IF.

       4900-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Cases reported:       " DELIMITED BY SIZE
                  WS-Case-Num DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "  Large single:       " DELIMITED BY SIZE
                  WS-Large-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "  Structuring:        " DELIMITED BY SIZE
                  WS-Struct-Hit-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "  In-and-out:         " DELIMITED BY SIZE
                  WS-Rapid-Hit-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Case file records:    " DELIMITED BY SIZE
                  WS-Detail-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec
           MOVE SPACES TO AmlRptRec
           STRING "Holders not on master: " DELIMITED BY SIZE
                  WS-Unnamed-Count DELIMITED BY SIZE
                  INTO AmlRptRec
           WRITE AmlRptRec.

       9500-WRITE-RUN-START.
           IF WS-RunCtl-Business = SPACES
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
