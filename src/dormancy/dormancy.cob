       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormancy.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AcctMastFile ASSIGN TO DYNAMIC WS-Acct-Mast-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Acct-Mast-Status.
           SELECT TxnHistFile ASSIGN TO DYNAMIC WS-Hist-Scan-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Hist-Status.
           SELECT DormRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> AM-Dormant-Flag: "D" = dormant since AM-Dormant-Date,
      *> "R" = reactivated by a deposit in the posting run on
      *> AM-Dormant-Date and not yet reported, space = active.
        FD AcctMastFile.
        01 AcctMastRec.
          02 AM-Account PIC X(10).
          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

      *> Posted-history layout, same record coby appends in its
      *> ledger pass - read from TXNHIST.DAT and from each monthly
      *> generation file mthclose has cut away.
        FD TxnHistFile.
        01 TxnHistRec.
          02 TXN-Account PIC X(10).
          02 TXN-Date PIC 9(8).
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

        FD DormRptFile.
        01 DormRptRec PIC X(80).

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
       01 WS-RunCtl-Program PIC X(10) VALUE "dormancy".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.

      *> Dormancy run - works out each account's last customer
      *> activity from the posted history (TXNHIST.DAT plus the
      *> TXNHyyyymm.DAT generation files covering the dormancy
      *> period) and marks accounts with none inside the period as
      *> dormant on ACCTMAST.DAT. Interest, fees and reversals are
      *> generated by the bank, not the customer, and do not count
      *> as activity. The posting run then holds customer debits on
      *> a dormant account, and a deposit reactivates it.
       01 WS-Acct-Mast-File-Name PIC X(40) VALUE "ACCTMAST.DAT".
       01 WS-Txn-Hist-File-Name PIC X(40) VALUE "TXNHIST.DAT".
       01 WS-Hist-Scan-File-Name PIC X(40) VALUE SPACES.
       01 WS-Rpt-File-Name PIC X(40) VALUE "DORMRPT.DAT".
       01 WS-Acct-Mast-Status PIC XX VALUE "00".
       01 WS-Txn-Hist-Status PIC XX VALUE "00".
       01 WS-Hist-EOF-Flag PIC X VALUE "N".

       01 WS-Account-Table.
         02 WS-Account-Entry OCCURS 1000 TIMES INDEXED BY WS-Acct-Idx.
           03 WS-Acct-ID PIC X(10).
           03 WS-Acct-Sign PIC X.
           03 WS-Acct-Balance PIC 9(7)V99.
           03 WS-Acct-Limit PIC 9(7)V99.
           03 WS-Acct-Dormant PIC X.
           03 WS-Acct-Dormant-Date PIC 9(8).
           03 WS-Acct-Last-Activity PIC 9(8).
           03 WS-Acct-Class PIC X.
       01 WS-Account-Count PIC 9(4) VALUE 0.
       01 WS-Acct-Load-Overflow-Flag PIC X VALUE "N".

      *> Run parameters are accepted as fixed digit strings, the same
      *> way accrual takes its rate and fee.
       01 WS-Business-Answer PIC X(8) VALUE SPACES.
       01 WS-Business-Date PIC 9(8) VALUE 0.
       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Months-Answer PIC X(2) VALUE SPACES.
       01 WS-Dormant-Months PIC 9(2) VALUE 0.
       01 WS-Long-Answer PIC X(2) VALUE SPACES.
       01 WS-Long-Months PIC 9(2) VALUE 0.
       01 WS-Parms-OK-Flag PIC X VALUE "N".
       01 WS-Check-Date PIC X(8) VALUE SPACES.
       01 WS-Date-OK-Flag PIC X VALUE "N".
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

      *> Cut-off dates - an account with no customer activity on or
      *> after WS-Cutoff-Date goes dormant; a dormant account marked
      *> on or before WS-Long-Cutoff-Date is reported long-dormant.
      *> Both step back whole months from the business date, clamped
      *> to the end of a short month.
       01 WS-Cutoff-Date PIC 9(8) VALUE 0.
       01 WS-Long-Cutoff-Date PIC 9(8) VALUE 0.
       01 WS-Step-Date.
         02 WS-Step-Year PIC 9(4).
         02 WS-Step-Month PIC 9(2).
         02 WS-Step-Day PIC 9(2).
       01 WS-Step-Date-Num REDEFINES WS-Step-Date PIC 9(8).
       01 WS-Step-Months PIC 9(2) VALUE 0.
       01 WS-Step-Total PIC 9(6) VALUE 0.
       01 WS-Step-Keep-Day PIC 9(2) VALUE 0.

      *> Generation-file walk, one calendar month at a time from the
      *> cut-off month to the business month.
       01 WS-Scan-Period.
         02 WS-Scan-Year PIC 9(4).
         02 WS-Scan-Month PIC 9(2).
       01 WS-Scan-Period-Num REDEFINES WS-Scan-Period PIC 9(6).
       01 WS-End-Period PIC 9(6) VALUE 0.
       01 WS-Files-Read-Count PIC 9(4) VALUE 0.
       01 WS-Files-Missing-Count PIC 9(4) VALUE 0.
       01 WS-Hist-Read-Count PIC 9(7) VALUE 0.
       01 WS-Activity-Count PIC 9(7) VALUE 0.

       01 WS-Section-Class PIC X VALUE SPACE.
       01 WS-Section-Count PIC 9(6) VALUE 0.
       01 WS-Section-Total PIC S9(11)V99 VALUE 0.
       01 WS-Acct-Signed PIC S9(9)V99 VALUE 0.
       01 WS-New-Dormant-Count PIC 9(6) VALUE 0.
       01 WS-Reactivated-Count PIC 9(6) VALUE 0.
       01 WS-Long-Dormant-Count PIC 9(6) VALUE 0.
       01 WS-Still-Dormant-Count PIC 9(6) VALUE 0.
       01 WS-Balance-Display PIC -(8)9.99.
       01 WS-Total-Display PIC -(10)9.99.
       01 WS-Last-Display PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Dormancy - Dormant Account Detection"
           PERFORM 1000-ACCEPT-PARAMETERS
           IF WS-Parms-OK-Flag = "Y"
               MOVE WS-Business-Date TO WS-RunCtl-Business
           END-IF
           MOVE 0 TO WS-New-Dormant-Count
           PERFORM 9500-WRITE-RUN-START
           IF WS-Parms-OK-Flag NOT = "Y"
               DISPLAY "Parameters not usable - dormancy run "
                   "abandoned, no account changed."
           ELSE
               PERFORM 2000-RUN-DORMANCY
           END-IF
           MOVE WS-New-Dormant-Count TO WS-RunCtl-Count
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
           DISPLAY "Months without customer activity before an "
               "account is dormant (2 digits, 24 = two years): "
               WITH NO ADVANCING
           ACCEPT WS-Months-Answer
           DISPLAY "Months dormant before it is reported as long-"
               "dormant (2 digits, 36 = three years): "
               WITH NO ADVANCING
           ACCEPT WS-Long-Answer
           MOVE WS-Business-Answer TO WS-Check-Date
           PERFORM 1300-CHECK-CALENDAR-DATE
           EVALUATE TRUE
               WHEN WS-Date-OK-Flag NOT = "Y"
                   DISPLAY "Business date [" WS-Business-Answer
                       "] is not a real calendar date."
               WHEN WS-Months-Answer IS NOT NUMERIC
                   OR WS-Months-Answer = "00"
                   DISPLAY "Dormancy period [" WS-Months-Answer
                       "] is not 2 digits above zero."
               WHEN WS-Long-Answer IS NOT NUMERIC
                   OR WS-Long-Answer = "00"
                   DISPLAY "Long-dormant period [" WS-Long-Answer
                       "] is not 2 digits above zero."
               WHEN OTHER
                   MOVE WS-Business-Answer TO WS-Business-Date
                   MOVE WS-Months-Answer TO WS-Dormant-Months
                   MOVE WS-Long-Answer TO WS-Long-Months
                   MOVE WS-Dormant-Months TO WS-Step-Months
                   PERFORM 1400-STEP-BACK-MONTHS
                   MOVE WS-Step-Date-Num TO WS-Cutoff-Date
                   MOVE WS-Long-Months TO WS-Step-Months
                   PERFORM 1400-STEP-BACK-MONTHS
                   MOVE WS-Step-Date-Num TO WS-Long-Cutoff-Date
                   MOVE "Y" TO WS-Parms-OK-Flag
                   DISPLAY "Dormant if no activity since "
                       WS-Cutoff-Date ", long-dormant if dormant "
                       "since " WS-Long-Cutoff-Date
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

      *> WS-Business-Date less WS-Step-Months months into
      *> WS-Step-Date.
       1400-STEP-BACK-MONTHS.
           MOVE WS-Business-Date TO WS-Step-Date-Num
           MOVE WS-Step-Day TO WS-Step-Keep-Day
           COMPUTE WS-Step-Total = WS-Step-Year * 12
               + WS-Step-Month - 1 - WS-Step-Months
           DIVIDE WS-Step-Total BY 12 GIVING WS-Step-Year
               REMAINDER WS-Step-Month
           ADD 1 TO WS-Step-Month
           MOVE WS-Step-Year TO WS-Edit-Year
           MOVE WS-Step-Month TO WS-Edit-Month
           PERFORM 1310-SET-DAYS-IN-MONTH
           IF WS-Step-Keep-Day > WS-Days-In-Month
               MOVE WS-Days-In-Month TO WS-Step-Day
           ELSE
               MOVE WS-Step-Keep-Day TO WS-Step-Day
           END-IF.

       2000-RUN-DORMANCY.
           MOVE 0 TO WS-Reactivated-Count
           MOVE 0 TO WS-Long-Dormant-Count
           MOVE 0 TO WS-Still-Dormant-Count
           MOVE 0 TO WS-Files-Read-Count
           MOVE 0 TO WS-Files-Missing-Count
           MOVE 0 TO WS-Hist-Read-Count
           MOVE 0 TO WS-Activity-Count
           PERFORM 2010-LOAD-ACCOUNT-MASTER
           EVALUATE TRUE
               WHEN WS-Acct-Mast-Status = "35"
                   DISPLAY "No account master found ("
                       WS-Acct-Mast-File-Name "), nothing to check."
                   MOVE "COMPLETED" TO WS-Run-Outcome
               WHEN WS-Acct-Load-Overflow-Flag = "Y"
                   DISPLAY "Account master " WS-Acct-Mast-File-Name
                       " exceeds the 1000-account table - dormancy "
                       "run abandoned, no account changed."
               WHEN OTHER
                   PERFORM 2100-SCAN-ALL-HISTORY
                   IF WS-Files-Read-Count = 0
                       DISPLAY "No history file found for the "
                           "dormancy period - every account would "
                           "look dormant. Run abandoned, no account "
                           "changed."
                   ELSE
                       PERFORM 2300-CLASSIFY-ACCOUNTS
                       OPEN OUTPUT DormRptFile
                       PERFORM 3000-WRITE-DORMANCY-REPORT
                       CLOSE DormRptFile
                       PERFORM 2900-REWRITE-ACCOUNT-MASTER
                       DISPLAY "Newly dormant: " WS-New-Dormant-Count
                           "  Reactivated: " WS-Reactivated-Count
                           "  Long-dormant: " WS-Long-Dormant-Count
                       DISPLAY "Dormancy report written to "
                           WS-Rpt-File-Name
                       MOVE "COMPLETED" TO WS-Run-Outcome
                   END-IF
           END-EVALUATE.

       2010-LOAD-ACCOUNT-MASTER.
           MOVE 0 TO WS-Account-Count
           MOVE "N" TO WS-Acct-Load-Overflow-Flag
           OPEN INPUT AcctMastFile
           IF WS-Acct-Mast-Status = "00"
               PERFORM UNTIL WS-Acct-Mast-Status NOT = "00"
                   READ AcctMastFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2020-LOAD-ACCOUNT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctMastFile
               MOVE "00" TO WS-Acct-Mast-Status
           END-IF.

       2020-LOAD-ACCOUNT-ENTRY.
           IF WS-Account-Count >= 1000
               MOVE "Y" TO WS-Acct-Load-Overflow-Flag
           ELSE
               ADD 1 TO WS-Account-Count
               MOVE WS-Account-Count TO WS-Acct-Idx
               MOVE AM-Account TO WS-Acct-ID(WS-Acct-Idx)
               MOVE AM-Sign TO WS-Acct-Sign(WS-Acct-Idx)
               MOVE AM-Balance TO WS-Acct-Balance(WS-Acct-Idx)
               IF AM-Overdraft-Limit IS NUMERIC
                   MOVE AM-Overdraft-Limit TO
                       WS-Acct-Limit(WS-Acct-Idx)
               ELSE
                   MOVE 0 TO WS-Acct-Limit(WS-Acct-Idx)
               END-IF
               IF AM-Dormant-Flag = "D" OR AM-Dormant-Flag = "R"
                   MOVE AM-Dormant-Flag TO WS-Acct-Dormant(WS-Acct-Idx)
               ELSE
                   MOVE SPACE TO WS-Acct-Dormant(WS-Acct-Idx)
               END-IF
               IF AM-Dormant-Date IS NUMERIC
                   MOVE AM-Dormant-Date TO
                       WS-Acct-Dormant-Date(WS-Acct-Idx)
               ELSE
                   MOVE 0 TO WS-Acct-Dormant-Date(WS-Acct-Idx)
               END-IF
               MOVE 0 TO WS-Acct-Last-Activity(WS-Acct-Idx)
               MOVE SPACE TO WS-Acct-Class(WS-Acct-Idx)
           END-IF.

      *> The live history first, then every generation file from the
      *> cut-off month through the business month. A month not yet
      *> closed has no generation file; its postings are still on
      *> TXNHIST.DAT.
       2100-SCAN-ALL-HISTORY.
           MOVE WS-Txn-Hist-File-Name TO WS-Hist-Scan-File-Name
           PERFORM 2110-SCAN-HISTORY-FILE
           MOVE WS-Cutoff-Date(1:6) TO WS-Scan-Period
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
           END-PERFORM.

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
                           PERFORM 2120-NOTE-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE TxnHistFile
           END-IF.

       2120-NOTE-ACTIVITY.
           ADD 1 TO WS-Hist-Read-Count
           IF TXN-Type NOT = "I"
               AND TXN-Type NOT = "F"
               AND TXN-Type NOT = "R"
               AND TXN-Date IS NUMERIC
               PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                       UNTIL WS-Acct-Idx > WS-Account-Count
                           OR WS-Acct-ID(WS-Acct-Idx) = TXN-Account
               END-PERFORM
               IF WS-Acct-Idx NOT > WS-Account-Count
                   ADD 1 TO WS-Activity-Count
                   IF TXN-Date > WS-Acct-Last-Activity(WS-Acct-Idx)
                       MOVE TXN-Date TO
                           WS-Acct-Last-Activity(WS-Acct-Idx)
                   END-IF
               END-IF
           END-IF.

      *> WS-Acct-Class: N = newly dormant, R = reactivated since the
      *> last run, L = long-dormant, S = still dormant, space = active.
      *> A dormant account with customer activity dated after it was
      *> marked is reactivated here as well, in case the posting run
      *> did not flag it.
       2300-CLASSIFY-ACCOUNTS.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               EVALUATE TRUE
                   WHEN WS-Acct-Dormant(WS-Acct-Idx) = "R"
                       MOVE "R" TO WS-Acct-Class(WS-Acct-Idx)
                       ADD 1 TO WS-Reactivated-Count
                   WHEN WS-Acct-Dormant(WS-Acct-Idx) = "D"
                       AND WS-Acct-Last-Activity(WS-Acct-Idx)
                           > WS-Acct-Dormant-Date(WS-Acct-Idx)
                       MOVE "R" TO WS-Acct-Class(WS-Acct-Idx)
                       MOVE WS-Acct-Last-Activity(WS-Acct-Idx) TO
                           WS-Acct-Dormant-Date(WS-Acct-Idx)
                       ADD 1 TO WS-Reactivated-Count
                   WHEN WS-Acct-Dormant(WS-Acct-Idx) = "D"
                       AND WS-Acct-Dormant-Date(WS-Acct-Idx)
                           NOT > WS-Long-Cutoff-Date
                       MOVE "L" TO WS-Acct-Class(WS-Acct-Idx)
                       ADD 1 TO WS-Long-Dormant-Count
                   WHEN WS-Acct-Dormant(WS-Acct-Idx) = "D"
                       MOVE "S" TO WS-Acct-Class(WS-Acct-Idx)
                       ADD 1 TO WS-Still-Dormant-Count
                   WHEN WS-Acct-Last-Activity(WS-Acct-Idx)
                           < WS-Cutoff-Date
                       MOVE "N" TO WS-Acct-Class(WS-Acct-Idx)
                       ADD 1 TO WS-New-Dormant-Count
                   WHEN OTHER
                       MOVE SPACE TO WS-Acct-Class(WS-Acct-Idx)
               END-EVALUATE
           END-PERFORM.

      *> Newly dormant accounts are marked from the business date;
      *> reactivated ones are reported once and return to active.
       2900-REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT AcctMastFile
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               EVALUATE WS-Acct-Class(WS-Acct-Idx)
                   WHEN "N"
                       MOVE "D" TO WS-Acct-Dormant(WS-Acct-Idx)
                       MOVE WS-Business-Date TO
                           WS-Acct-Dormant-Date(WS-Acct-Idx)
                   WHEN "R"
                       MOVE SPACE TO WS-Acct-Dormant(WS-Acct-Idx)
                       MOVE 0 TO WS-Acct-Dormant-Date(WS-Acct-Idx)
               END-EVALUATE
               MOVE WS-Acct-ID(WS-Acct-Idx) TO AM-Account
               MOVE WS-Acct-Sign(WS-Acct-Idx) TO AM-Sign
               MOVE WS-Acct-Balance(WS-Acct-Idx) TO AM-Balance
               MOVE WS-Acct-Limit(WS-Acct-Idx) TO AM-Overdraft-Limit
               MOVE WS-Acct-Dormant(WS-Acct-Idx) TO AM-Dormant-Flag
               MOVE WS-Acct-Dormant-Date(WS-Acct-Idx) TO AM-Dormant-Date
               WRITE AcctMastRec
           END-PERFORM
           CLOSE AcctMastFile.

       3000-WRITE-DORMANCY-REPORT.
           MOVE SPACES TO DormRptRec
           STRING "Dormancy Report   Business Date: " DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Dormant after " DELIMITED BY SIZE
                  WS-Dormant-Months DELIMITED BY SIZE
                  " months - no customer activity since "
                  DELIMITED BY SIZE
                  WS-Cutoff-Date DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Long-dormant after " DELIMITED BY SIZE
                  WS-Long-Months DELIMITED BY SIZE
                  " months - dormant since " DELIMITED BY SIZE
                  WS-Long-Cutoff-Date DELIMITED BY SIZE
                  " or earlier" DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "History files read: " DELIMITED BY SIZE
                  WS-Files-Read-Count DELIMITED BY SIZE
                  "   not on file: " DELIMITED BY SIZE
                  WS-Files-Missing-Count DELIMITED BY SIZE
                  "   records: " DELIMITED BY SIZE
                  WS-Hist-Read-Count DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE "N" TO WS-Section-Class
           PERFORM 3100-WRITE-SECTION
           MOVE "R" TO WS-Section-Class
           PERFORM 3100-WRITE-SECTION
           MOVE "L" TO WS-Section-Class
           PERFORM 3100-WRITE-SECTION
           MOVE SPACES TO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Accounts on master:   " DELIMITED BY SIZE
                  WS-Account-Count DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Newly dormant:        " DELIMITED BY SIZE
                  WS-New-Dormant-Count DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Reactivated:          " DELIMITED BY SIZE
                  WS-Reactivated-Count DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Long-dormant:         " DELIMITED BY SIZE
                  WS-Long-Dormant-Count DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           STRING "Other still dormant:  " DELIMITED BY SIZE
                  WS-Still-Dormant-Count DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec.

       3100-WRITE-SECTION.
           MOVE 0 TO WS-Section-Count
           MOVE 0 TO WS-Section-Total
           MOVE SPACES TO DormRptRec
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           EVALUATE WS-Section-Class
               WHEN "N"
                   STRING "Newly Dormant Accounts" DELIMITED BY SIZE
                          INTO DormRptRec
               WHEN "R"
                   STRING "Reactivated Accounts (deposit or transfer "
                          "received)" DELIMITED BY SIZE
                          INTO DormRptRec
               WHEN OTHER
                   STRING "Long-Dormant Accounts" DELIMITED BY SIZE
                          INTO DormRptRec
           END-EVALUATE
           WRITE DormRptRec
           MOVE SPACES TO DormRptRec
           IF WS-Section-Class = "R"
               STRING "  Account          Balance  Reactivated    "
                      DELIMITED BY SIZE
                      "Last activity" DELIMITED BY SIZE
                      INTO DormRptRec
           ELSE
               STRING "  Account          Balance  Dormant since  "
                      DELIMITED BY SIZE
                      "Last activity" DELIMITED BY SIZE
                      INTO DormRptRec
           END-IF
           WRITE DormRptRec
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               IF WS-Acct-Class(WS-Acct-Idx) = WS-Section-Class
                   PERFORM 3110-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE WS-Section-Total TO WS-Total-Display
           MOVE SPACES TO DormRptRec
           STRING "  Accounts: " DELIMITED BY SIZE
                  WS-Section-Count DELIMITED BY SIZE
                  "   Balance total: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO DormRptRec
           WRITE DormRptRec.

      *> A newly dormant account shows the business date as its
      *> dormant-since date, a reactivated one the date of the
      *> deposit; last activity shows "none" when there was none at
      *> all inside the history read.
       3110-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-Section-Count
           IF WS-Acct-Sign(WS-Acct-Idx) = "-"
               COMPUTE WS-Acct-Signed = 0 - WS-Acct-Balance(WS-Acct-Idx)
           ELSE
               MOVE WS-Acct-Balance(WS-Acct-Idx) TO WS-Acct-Signed
           END-IF
           ADD WS-Acct-Signed TO WS-Section-Total
           MOVE WS-Acct-Signed TO WS-Balance-Display
           IF WS-Acct-Last-Activity(WS-Acct-Idx) = 0
               MOVE "none" TO WS-Last-Display
           ELSE
               MOVE WS-Acct-Last-Activity(WS-Acct-Idx) TO
                   WS-Last-Display
           END-IF
           MOVE SPACES TO DormRptRec
           IF WS-Section-Class = "N"
               STRING "  " DELIMITED BY SIZE
                      WS-Acct-ID(WS-Acct-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Balance-Display DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-Business-Date DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-Last-Display DELIMITED BY SIZE
                      INTO DormRptRec
           ELSE
               STRING "  " DELIMITED BY SIZE
                      WS-Acct-ID(WS-Acct-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Balance-Display DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-Acct-Dormant-Date(WS-Acct-Idx)
                          DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-Last-Display DELIMITED BY SIZE
                      INTO DormRptRec
           END-IF
           WRITE DormRptRec.

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
