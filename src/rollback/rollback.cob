       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollback.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SnapFile ASSIGN TO DYNAMIC WS-Snap-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Snap-Status.
           SELECT RestoreFile ASSIGN TO DYNAMIC WS-Restore-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Restore-Status.
           SELECT AcctMastFile ASSIGN TO DYNAMIC WS-Acct-Mast-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Acct-Mast-Status.
           SELECT RollRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Pre-posting snapshot written by coby's posting mode - a HEAD
      *> record, each file's records tagged by file, each followed by
      *> a FILE record naming it and giving its record count
      *> (SNPF-Present "N" = the file did not exist), and a TRLR
      *> record closing the set.
        FD SnapFile.
        01 SnapRec.
          02 SNP-Tag PIC X(4).
          02 FILLER PIC X.
          02 SNP-Image PIC X(80).
        01 SnapHeadRec.
          02 SNPH-Tag PIC X(4).
          02 FILLER PIC X.
          02 SNPH-Business-Date PIC X(8).
          02 FILLER PIC X.
          02 SNPH-Taken-Date PIC 9(8).
          02 FILLER PIC X.
          02 SNPH-Taken-Time PIC 9(8).
          02 FILLER PIC X(54).
        01 SnapFileRec.
          02 SNPF-Tag PIC X(4).
          02 FILLER PIC X.
          02 SNPF-File-Tag PIC X(4).
          02 FILLER PIC X.
          02 SNPF-File-Name PIC X(40).
          02 FILLER PIC X.
          02 SNPF-Present PIC X.
          02 FILLER PIC X.
          02 SNPF-Count PIC 9(7).
          02 FILLER PIC X(25).
        01 SnapTrailRec.
          02 SNPT-Tag PIC X(4).
          02 FILLER PIC X.
          02 SNPT-File-Count PIC 9(2).
          02 FILLER PIC X.
          02 SNPT-Record-Count PIC 9(9).
          02 FILLER PIC X(68).

      *> Any of the snapshot files, record for record.
        FD RestoreFile.
        01 RestoreRec PIC X(80).

        FD AcctMastFile.
        01 AcctMastRec.
          02 AM-Account PIC X(10).
          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

        FD RollRptFile.
        01 RollRptRec PIC X(80).

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
      *> The rollback's own END COMPLETED record, under the business
      *> date it restored, is the ROLLBACK entry on the log - coby's
      *> rerun guard reads it as undoing that date's posting.
       01 WS-RunCtl-File-Name PIC X(40) VALUE "RUNCTL.DAT".
       01 WS-RunCtl-Status PIC XX VALUE "00".
       01 WS-RunCtl-Program PIC X(10) VALUE "rollback".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.
       01 WS-RunCtl-EOF-Flag PIC X VALUE "N".

      *> Business-date rollback - puts the account master, history,
      *> suspense, referral, duplicate and dormant-hold files back the
      *> way they stood before the date was posted, provided nothing
      *> that builds on those files has run since.
       01 WS-Snap-File-Name PIC X(40) VALUE SPACES.
       01 WS-Snap-Status PIC XX VALUE "00".
       01 WS-Restore-File-Name PIC X(40) VALUE SPACES.
       01 WS-Restore-Status PIC XX VALUE "00".
       01 WS-Acct-Mast-File-Name PIC X(40) VALUE "ACCTMAST.DAT".
       01 WS-Acct-Mast-Status PIC XX VALUE "00".
       01 WS-Rpt-File-Name PIC X(40) VALUE "ROLLRPT.DAT".
       01 WS-Snap-EOF-Flag PIC X VALUE "N".
       01 WS-Restore-EOF-Flag PIC X VALUE "N".

       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Business-Answer PIC X(8) VALUE SPACES.
       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-Parms-OK-Flag PIC X VALUE "N".
       01 WS-Confirm-Answer PIC X VALUE "N".
       01 WS-Check-Date PIC X(8) VALUE SPACES.
       01 WS-Date-OK-Flag PIC X VALUE "N".
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

      *> Snapshot verification - the set must open with a HEAD for
      *> the date asked for, every file's block must match the count
      *> on its FILE record, and the TRLR must be there with the
      *> right totals, or the snapshot was never finished.
       01 WS-Snap-OK-Flag PIC X VALUE "N".
       01 WS-Snap-Problem PIC X(50) VALUE SPACES.
       01 WS-Snap-Head-Seen PIC X VALUE "N".
       01 WS-Snap-Trail-Seen PIC X VALUE "N".
       01 WS-Snap-Taken-Date PIC 9(8) VALUE 0.
       01 WS-Snap-Taken-Time PIC 9(8) VALUE 0.
       01 WS-Block-Tag PIC X(4) VALUE SPACES.
       01 WS-Block-Count PIC 9(7) VALUE 0.
       01 WS-Snap-Data-Count PIC 9(9) VALUE 0.

       01 WS-File-Table.
         02 WS-File-Entry OCCURS 10 TIMES INDEXED BY WS-File-Idx.
           03 WS-File-Tag PIC X(4).
           03 WS-File-Name PIC X(40).
           03 WS-File-Present PIC X.
           03 WS-File-Snap-Count PIC 9(7).
           03 WS-File-Now-Count PIC 9(7).
       01 WS-File-Count PIC 9(2) VALUE 0.
       01 WS-Open-Tag PIC X(4) VALUE SPACES.

       01 WS-Snap-Acct-Image.
         02 WS-Snap-Acct-ID PIC X(10).
         02 WS-Snap-Acct-Sign PIC X.
         02 WS-Snap-Acct-Balance PIC 9(7)V99.
         02 WS-Snap-Acct-Limit PIC 9(7)V99.
         02 FILLER PIC X(51).

      *> Later-run check - any posting, accrual, dormancy run or
      *> month-end close started after the snapshot was taken has
      *> built on the files being restored. Further posting runs for
      *> the same business date are what the rollback undoes, and a
      *> posting already rolled back itself no longer counts.
       01 WS-Later-Table.
         02 WS-Later-Entry OCCURS 500 TIMES INDEXED BY WS-Later-Idx.
           03 WS-Later-Run-Program PIC X(10).
           03 WS-Later-Run-Business PIC X(8).
           03 WS-Later-Run-Date PIC 9(8).
           03 WS-Later-Run-Time PIC 9(8).
           03 WS-Later-Run-Undone PIC X.
       01 WS-Later-Run-Count PIC 9(4) VALUE 0.
       01 WS-Later-Overflow-Flag PIC X VALUE "N".
       01 WS-Later-Count PIC 9(4) VALUE 0.
       01 WS-Later-Program PIC X(10) VALUE SPACES.
       01 WS-Later-Business PIC X(8) VALUE SPACES.
       01 WS-Later-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-Later-Stamp-Time PIC 9(8) VALUE 0.

      *> Balance now against balance restored, per account. The
      *> posting run never changes an overdraft limit, so a limit
      *> that differs from the snapshot was set by maintenance since
      *> and is kept as it stands now, as the maintenance journal
      *> shows it.
       01 WS-Acct-Table.
         02 WS-Acct-Entry OCCURS 1000 TIMES INDEXED BY WS-Acct-Idx.
           03 WS-Acct-ID PIC X(10).
           03 WS-Acct-Now PIC S9(9)V99.
           03 WS-Acct-Now-Found PIC X.
           03 WS-Acct-Restored PIC S9(9)V99.
           03 WS-Acct-Restored-Found PIC X.
           03 WS-Acct-Now-Limit PIC 9(7)V99.
           03 WS-Acct-Restored-Limit PIC 9(7)V99.
       01 WS-Account-Count PIC 9(4) VALUE 0.
       01 WS-Acct-Overflow-Flag PIC X VALUE "N".
       01 WS-Work-Account PIC X(10) VALUE SPACES.
       01 WS-Work-Balance PIC S9(9)V99 VALUE 0.
       01 WS-Restored-Acct-Count PIC 9(6) VALUE 0.
       01 WS-Changed-Acct-Count PIC 9(6) VALUE 0.
       01 WS-Tot-Now PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Restored PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Change PIC S9(11)V99 VALUE 0.
       01 WS-Change PIC S9(9)V99 VALUE 0.
       01 WS-Now-Display PIC -(8)9.99.
       01 WS-Restored-Display PIC -(8)9.99.
       01 WS-Change-Display PIC -(8)9.99.
       01 WS-Total-Display PIC -(10)9.99.
       01 WS-Limit-Kept-Count PIC 9(6) VALUE 0.
       01 WS-Limit-Lost-Count PIC 9(6) VALUE 0.
       01 WS-Now-Limit-Display PIC Z(6)9.99.
       01 WS-Snap-Limit-Display PIC Z(6)9.99.
       01 WS-Files-Restored-Count PIC 9(2) VALUE 0.
       01 WS-Records-Restored-Count PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Rollback - Restore a Business Date's Snapshot"
           PERFORM 1000-ACCEPT-PARAMETERS
           IF WS-Parms-OK-Flag = "Y"
               MOVE WS-Business-Date TO WS-RunCtl-Business
           END-IF
           MOVE 0 TO WS-Restored-Acct-Count
           PERFORM 9500-WRITE-RUN-START
           IF WS-Parms-OK-Flag NOT = "Y"
               DISPLAY "Parameters not usable - rollback abandoned, "
                   "nothing restored."
           ELSE
               PERFORM 2000-RUN-ROLLBACK
           END-IF
           MOVE WS-Restored-Acct-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       1000-ACCEPT-PARAMETERS.
           MOVE "N" TO WS-Parms-OK-Flag
           DISPLAY "Business date to roll back (YYYYMMDD, blank for "
               "today): " WITH NO ADVANCING
           ACCEPT WS-Business-Answer
           IF WS-Business-Answer = SPACES
               ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
               MOVE WS-Run-Date-Raw TO WS-Business-Answer
           END-IF
           MOVE WS-Business-Answer TO WS-Check-Date
           PERFORM 1300-CHECK-CALENDAR-DATE
           IF WS-Date-OK-Flag NOT = "Y"
               DISPLAY "Business date [" WS-Business-Answer
                   "] is not a real calendar date."
           ELSE
               MOVE WS-Business-Answer TO WS-Business-Date
               MOVE SPACES TO WS-Snap-File-Name
               STRING "SNAP" DELIMITED BY SIZE
                      WS-Business-Date DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-Snap-File-Name
               MOVE "Y" TO WS-Parms-OK-Flag
           END-IF.

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

       2000-RUN-ROLLBACK.
           MOVE 0 TO WS-Account-Count
           MOVE "N" TO WS-Acct-Overflow-Flag
           PERFORM 2100-VERIFY-SNAPSHOT
           IF WS-Snap-OK-Flag NOT = "Y"
               DISPLAY "Snapshot " WS-Snap-File-Name " cannot be "
                   "used: " WS-Snap-Problem
               DISPLAY "Rollback refused, nothing restored."
           ELSE
               PERFORM 2200-CHECK-LATER-RUNS
               PERFORM 2300-LOAD-CURRENT-MASTER
               PERFORM 2400-COUNT-CURRENT-FILES
               EVALUATE TRUE
                   WHEN WS-Later-Count > 0
                       DISPLAY WS-Later-Count " run(s) logged after "
                           "the snapshot of " WS-Business-Date
                           ", first: " WS-Later-Program
                           " for " WS-Later-Business " started "
                           WS-Later-Stamp-Date "-" WS-Later-Stamp-Time
                       DISPLAY "Roll those back first, latest first."
                           " Rollback refused, nothing restored."
                   WHEN WS-Acct-Overflow-Flag = "Y"
                       DISPLAY "Account master and snapshot exceed "
                           "the 1000-account table - rollback "
                           "refused, nothing restored."
                   WHEN OTHER
                       DISPLAY "Snapshot of " WS-Business-Date
                           " taken " WS-Snap-Taken-Date "-"
                           WS-Snap-Taken-Time " holds " WS-File-Count
                           " files, " WS-Snap-Data-Count " records."
                       DISPLAY "Restore them over the current files "
                           "(Y/N)? " WITH NO ADVANCING
                       ACCEPT WS-Confirm-Answer
                       IF WS-Confirm-Answer = "Y"
                           OR WS-Confirm-Answer = "y"
                           PERFORM 3000-RESTORE-FILES
                           OPEN OUTPUT RollRptFile
                           PERFORM 4000-WRITE-ROLLBACK-REPORT
                           CLOSE RollRptFile
                           DISPLAY "Restored " WS-Files-Restored-Count
                               " files, " WS-Restored-Acct-Count
                               " account balances for "
                               WS-Business-Date
                           IF WS-Limit-Kept-Count > 0
                               DISPLAY WS-Limit-Kept-Count
                                   " overdraft limits set since the "
                                   "snapshot kept at current value."
                           END-IF
                           IF WS-Limit-Lost-Count > 0
                               DISPLAY WS-Limit-Lost-Count
                                   " overdraft limits dropped with "
                                   "their accounts - see report."
                           END-IF
                           DISPLAY "Rollback report written to "
                               WS-Rpt-File-Name
                           MOVE "COMPLETED" TO WS-Run-Outcome
                       ELSE
                           DISPLAY "Rollback cancelled by the "
                               "operator, nothing restored."
                       END-IF
               END-EVALUATE
           END-IF.

       2100-VERIFY-SNAPSHOT.
           MOVE "Y" TO WS-Snap-OK-Flag
           MOVE SPACES TO WS-Snap-Problem
           MOVE "N" TO WS-Snap-Head-Seen
           MOVE "N" TO WS-Snap-Trail-Seen
           MOVE SPACES TO WS-Block-Tag
           MOVE 0 TO WS-Block-Count
           MOVE 0 TO WS-Snap-Data-Count
           MOVE 0 TO WS-File-Count
           MOVE "N" TO WS-Snap-EOF-Flag
           OPEN INPUT SnapFile
           IF WS-Snap-Status NOT = "00"
               MOVE "N" TO WS-Snap-OK-Flag
               MOVE "no snapshot on file for that date"
                   TO WS-Snap-Problem
               MOVE "Y" TO WS-Snap-EOF-Flag
           END-IF
           PERFORM UNTIL WS-Snap-EOF-Flag = "Y"
               READ SnapFile
                   AT END
                       MOVE "Y" TO WS-Snap-EOF-Flag
                   NOT AT END
                       PERFORM 2110-CHECK-SNAPSHOT-RECORD
               END-READ
           END-PERFORM
           IF WS-Snap-Status NOT = "35"
               CLOSE SnapFile
           END-IF
           IF WS-Snap-OK-Flag = "Y"
               AND WS-Snap-Trail-Seen NOT = "Y"
               MOVE "N" TO WS-Snap-OK-Flag
               MOVE "no TRLR record - snapshot was not finished"
                   TO WS-Snap-Problem
           END-IF.

       2110-CHECK-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN WS-Snap-OK-Flag NOT = "Y"
                   CONTINUE
               WHEN WS-Snap-Head-Seen NOT = "Y"
                   IF SNPH-Tag = "HEAD"
                       AND SNPH-Business-Date = WS-Business-Date
                       MOVE "Y" TO WS-Snap-Head-Seen
                       MOVE SNPH-Taken-Date TO WS-Snap-Taken-Date
                       MOVE SNPH-Taken-Time TO WS-Snap-Taken-Time
                   ELSE
                       MOVE "N" TO WS-Snap-OK-Flag
                       MOVE "HEAD record missing or for another date"
                           TO WS-Snap-Problem
                   END-IF
               WHEN WS-Snap-Trail-Seen = "Y"
                   MOVE "N" TO WS-Snap-OK-Flag
                   MOVE "records after the TRLR record"
                       TO WS-Snap-Problem
               WHEN SNP-Tag = "FILE"
                   PERFORM 2120-CHECK-FILE-RECORD
               WHEN SNP-Tag = "TRLR"
                   MOVE "Y" TO WS-Snap-Trail-Seen
                   IF SNPT-File-Count NOT = WS-File-Count
                       OR SNPT-Record-Count NOT = WS-Snap-Data-Count
                       OR WS-Block-Count NOT = 0
                       MOVE "N" TO WS-Snap-OK-Flag
                       MOVE "TRLR totals do not agree"
                           TO WS-Snap-Problem
                   END-IF
               WHEN OTHER
                   IF WS-Block-Count > 0
                       AND SNP-Tag NOT = WS-Block-Tag
                       MOVE "N" TO WS-Snap-OK-Flag
                       MOVE "file block without its FILE record"
                           TO WS-Snap-Problem
                   ELSE
                       MOVE SNP-Tag TO WS-Block-Tag
                       ADD 1 TO WS-Block-Count
                       ADD 1 TO WS-Snap-Data-Count
                       IF SNP-Tag = "AMST"
                           MOVE SNP-Image TO WS-Snap-Acct-Image
                           PERFORM 2130-NOTE-RESTORED-BALANCE
                       END-IF
                   END-IF
           END-EVALUATE.

       2120-CHECK-FILE-RECORD.
           IF (WS-Block-Count > 0 AND WS-Block-Tag NOT = SNPF-File-Tag)
               OR WS-Block-Count NOT = SNPF-Count
               MOVE "N" TO WS-Snap-OK-Flag
               MOVE "a file block does not match its count"
                   TO WS-Snap-Problem
           ELSE
               IF WS-File-Count >= 10
                   MOVE "N" TO WS-Snap-OK-Flag
                   MOVE "more files than expected" TO WS-Snap-Problem
               ELSE
                   ADD 1 TO WS-File-Count
                   MOVE WS-File-Count TO WS-File-Idx
                   MOVE SNPF-File-Tag TO WS-File-Tag(WS-File-Idx)
                   MOVE SNPF-File-Name TO WS-File-Name(WS-File-Idx)
                   MOVE SNPF-Present TO WS-File-Present(WS-File-Idx)
                   MOVE SNPF-Count TO WS-File-Snap-Count(WS-File-Idx)
                   MOVE 0 TO WS-File-Now-Count(WS-File-Idx)
               END-IF
           END-IF
           MOVE SPACES TO WS-Block-Tag
           MOVE 0 TO WS-Block-Count.

       2130-NOTE-RESTORED-BALANCE.
           MOVE WS-Snap-Acct-ID TO WS-Work-Account
           PERFORM 2900-FIND-OR-ADD-ACCOUNT
           IF WS-Acct-Overflow-Flag NOT = "Y"
               IF WS-Snap-Acct-Sign = "-"
                   COMPUTE WS-Acct-Restored(WS-Acct-Idx) =
                       0 - WS-Snap-Acct-Balance
               ELSE
                   MOVE WS-Snap-Acct-Balance TO
                       WS-Acct-Restored(WS-Acct-Idx)
               END-IF
               MOVE WS-Snap-Acct-Limit TO
                   WS-Acct-Restored-Limit(WS-Acct-Idx)
               MOVE "Y" TO WS-Acct-Restored-Found(WS-Acct-Idx)
           END-IF.

      *> The snapshot was taken inside the posting run's START, so
      *> only START records stamped after it count.
       2200-CHECK-LATER-RUNS.
           MOVE 0 TO WS-Later-Count
           MOVE 0 TO WS-Later-Run-Count
           MOVE "N" TO WS-Later-Overflow-Flag
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
                       PERFORM 2210-CHECK-RUN-RECORD
               END-READ
           END-PERFORM
           IF WS-RunCtl-Status NOT = "35"
               CLOSE RunCtlFile
           END-IF
           PERFORM VARYING WS-Later-Idx FROM 1 BY 1
                   UNTIL WS-Later-Idx > WS-Later-Run-Count
               IF WS-Later-Run-Undone(WS-Later-Idx) NOT = "Y"
                   ADD 1 TO WS-Later-Count
                   IF WS-Later-Count = 1
                       MOVE WS-Later-Run-Program(WS-Later-Idx) TO
                           WS-Later-Program
                       MOVE WS-Later-Run-Business(WS-Later-Idx) TO
                           WS-Later-Business
                       MOVE WS-Later-Run-Date(WS-Later-Idx) TO
                           WS-Later-Stamp-Date
                       MOVE WS-Later-Run-Time(WS-Later-Idx) TO
                           WS-Later-Stamp-Time
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Later-Overflow-Flag = "Y"
               ADD 1 TO WS-Later-Count
           END-IF.

       2210-CHECK-RUN-RECORD.
           EVALUATE TRUE
               WHEN RC-Event = "START"
                   AND (RC-Program = "coby"
                       OR RC-Program = "accrual"
                       OR RC-Program = "dormancy"
                       OR RC-Program = "mthclose")
                   AND (RC-Stamp-Date > WS-Snap-Taken-Date
                       OR (RC-Stamp-Date = WS-Snap-Taken-Date
                           AND RC-Stamp-Time > WS-Snap-Taken-Time))
                   IF RC-Program = "coby"
                       AND RC-Business-Date = WS-Business-Date
                       CONTINUE
                   ELSE
                       PERFORM 2220-ADD-LATER-RUN
                   END-IF
               WHEN RC-Program = WS-RunCtl-Program
                   AND RC-Event = "END"
                   AND RC-Outcome = "COMPLETED"
                   PERFORM VARYING WS-Later-Idx FROM 1 BY 1
                           UNTIL WS-Later-Idx > WS-Later-Run-Count
                       IF WS-Later-Run-Program(WS-Later-Idx) = "coby"
                           AND WS-Later-Run-Business(WS-Later-Idx)
                               = RC-Business-Date
                           MOVE "Y" TO WS-Later-Run-Undone(WS-Later-Idx)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       2220-ADD-LATER-RUN.
           IF WS-Later-Run-Count >= 500
               MOVE "Y" TO WS-Later-Overflow-Flag
           ELSE
               ADD 1 TO WS-Later-Run-Count
               MOVE WS-Later-Run-Count TO WS-Later-Idx
               MOVE RC-Program TO WS-Later-Run-Program(WS-Later-Idx)
               MOVE RC-Business-Date TO
                   WS-Later-Run-Business(WS-Later-Idx)
               MOVE RC-Stamp-Date TO WS-Later-Run-Date(WS-Later-Idx)
               MOVE RC-Stamp-Time TO WS-Later-Run-Time(WS-Later-Idx)
               MOVE "N" TO WS-Later-Run-Undone(WS-Later-Idx)
           END-IF.

       2300-LOAD-CURRENT-MASTER.
           OPEN INPUT AcctMastFile
           IF WS-Acct-Mast-Status = "00"
               PERFORM UNTIL WS-Acct-Mast-Status NOT = "00"
                   READ AcctMastFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2310-NOTE-CURRENT-BALANCE
                   END-READ
               END-PERFORM
               CLOSE AcctMastFile
           END-IF.

       2310-NOTE-CURRENT-BALANCE.
           MOVE AM-Account TO WS-Work-Account
           PERFORM 2900-FIND-OR-ADD-ACCOUNT
           IF WS-Acct-Overflow-Flag NOT = "Y"
               IF AM-Sign = "-"
                   COMPUTE WS-Acct-Now(WS-Acct-Idx) = 0 - AM-Balance
               ELSE
                   MOVE AM-Balance TO WS-Acct-Now(WS-Acct-Idx)
               END-IF
               MOVE AM-Overdraft-Limit TO WS-Acct-Now-Limit(WS-Acct-Idx)
               MOVE "Y" TO WS-Acct-Now-Found(WS-Acct-Idx)
           END-IF.

       2400-COUNT-CURRENT-FILES.
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > WS-File-Count
               MOVE WS-File-Name(WS-File-Idx) TO WS-Restore-File-Name
               MOVE "N" TO WS-Restore-EOF-Flag
               OPEN INPUT RestoreFile
               IF WS-Restore-Status = "00"
                   PERFORM UNTIL WS-Restore-EOF-Flag = "Y"
                       READ RestoreFile
                           AT END
                               MOVE "Y" TO WS-Restore-EOF-Flag
                           NOT AT END
                               ADD 1 TO WS-File-Now-Count(WS-File-Idx)
                       END-READ
                   END-PERFORM
                   CLOSE RestoreFile
               END-IF
           END-PERFORM.

       2900-FIND-OR-ADD-ACCOUNT.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
                       OR WS-Acct-ID(WS-Acct-Idx) = WS-Work-Account
           END-PERFORM
           IF WS-Acct-Idx > WS-Account-Count
               IF WS-Account-Count >= 1000
                   MOVE "Y" TO WS-Acct-Overflow-Flag
               ELSE
                   ADD 1 TO WS-Account-Count
                   MOVE WS-Account-Count TO WS-Acct-Idx
                   MOVE WS-Work-Account TO WS-Acct-ID(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Now(WS-Acct-Idx)
                   MOVE "N" TO WS-Acct-Now-Found(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Restored(WS-Acct-Idx)
                   MOVE "N" TO WS-Acct-Restored-Found(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Now-Limit(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Restored-Limit(WS-Acct-Idx)
               END-IF
           END-IF.

      *> Each file's block is written back over the current file; a
      *> file with no records in the snapshot (or none on file at
      *> the time) is restored empty. An account master record that
      *> is still on the current master keeps its current overdraft
      *> limit.
       3000-RESTORE-FILES.
           MOVE 0 TO WS-Files-Restored-Count
           MOVE 0 TO WS-Records-Restored-Count
           MOVE SPACES TO WS-Open-Tag
           MOVE "N" TO WS-Snap-EOF-Flag
           OPEN INPUT SnapFile
           PERFORM UNTIL WS-Snap-EOF-Flag = "Y"
               READ SnapFile
                   AT END
                       MOVE "Y" TO WS-Snap-EOF-Flag
                   NOT AT END
                       PERFORM 3100-RESTORE-RECORD
               END-READ
           END-PERFORM
           CLOSE SnapFile.

       3100-RESTORE-RECORD.
           EVALUATE SNP-Tag
               WHEN "HEAD"
               WHEN "TRLR"
                   CONTINUE
               WHEN "FILE"
                   IF WS-Open-Tag = SNPF-File-Tag
                       CLOSE RestoreFile
                       MOVE SPACES TO WS-Open-Tag
                   ELSE
                       MOVE SNPF-File-Name TO WS-Restore-File-Name
                       OPEN OUTPUT RestoreFile
                       CLOSE RestoreFile
                   END-IF
                   ADD 1 TO WS-Files-Restored-Count
               WHEN OTHER
                   IF SNP-Tag NOT = WS-Open-Tag
                       PERFORM VARYING WS-File-Idx FROM 1 BY 1
                               UNTIL WS-File-Idx > WS-File-Count
                                   OR WS-File-Tag(WS-File-Idx) = SNP-Tag
                       END-PERFORM
                       MOVE WS-File-Name(WS-File-Idx) TO
                           WS-Restore-File-Name
                       OPEN OUTPUT RestoreFile
                       MOVE SNP-Tag TO WS-Open-Tag
                   END-IF
                   MOVE SNP-Image TO RestoreRec
                   IF SNP-Tag = "AMST"
                       PERFORM 3110-KEEP-CURRENT-LIMIT
                   END-IF
                   WRITE RestoreRec
                   ADD 1 TO WS-Records-Restored-Count
           END-EVALUATE.

       3110-KEEP-CURRENT-LIMIT.
           MOVE SNP-Image TO WS-Snap-Acct-Image
           MOVE WS-Snap-Acct-ID TO WS-Work-Account
           PERFORM 2900-FIND-OR-ADD-ACCOUNT
           IF WS-Acct-Now-Found(WS-Acct-Idx) = "Y"
               MOVE WS-Acct-Now-Limit(WS-Acct-Idx) TO
                   WS-Snap-Acct-Limit
               MOVE WS-Snap-Acct-Image TO RestoreRec
           END-IF.

       4000-WRITE-ROLLBACK-REPORT.
           MOVE 0 TO WS-Restored-Acct-Count
           MOVE 0 TO WS-Changed-Acct-Count
           MOVE 0 TO WS-Tot-Now
           MOVE 0 TO WS-Tot-Restored
           ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
           MOVE SPACES TO RollRptRec
           STRING "Rollback Report   Business Date: " DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Raw DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "Snapshot " DELIMITED BY SIZE
                  WS-Snap-File-Name DELIMITED BY SPACE
                  " taken " DELIMITED BY SIZE
                  WS-Snap-Taken-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-Snap-Taken-Time DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "File restored                            "
                  DELIMITED BY SIZE
                  "Records before  Restored" DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > WS-File-Count
               MOVE SPACES TO RollRptRec
               STRING WS-File-Name(WS-File-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-File-Now-Count(WS-File-Idx) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-File-Snap-Count(WS-File-Idx) DELIMITED BY SIZE
                      INTO RollRptRec
               IF WS-File-Present(WS-File-Idx) = "N"
                   MOVE " (none)" TO RollRptRec(73:7)
               END-IF
               WRITE RollRptRec
           END-PERFORM
           MOVE SPACES TO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "Account       Balance before      Restored"
                  DELIMITED BY SIZE
                  "        Change" DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               PERFORM 4100-WRITE-ACCOUNT-LINE
           END-PERFORM
           COMPUTE WS-Tot-Change = WS-Tot-Restored - WS-Tot-Now
           MOVE SPACES TO RollRptRec
           WRITE RollRptRec
           MOVE WS-Tot-Now TO WS-Total-Display
           MOVE SPACES TO RollRptRec
           STRING "Total balance before rollback:   " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE WS-Tot-Restored TO WS-Total-Display
           MOVE SPACES TO RollRptRec
           STRING "Total balance restored:          " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE WS-Tot-Change TO WS-Total-Display
           MOVE SPACES TO RollRptRec
           STRING "Change:                          " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "Accounts restored: " DELIMITED BY SIZE
                  WS-Restored-Acct-Count DELIMITED BY SIZE
                  "   changed by the rollback: " DELIMITED BY SIZE
                  WS-Changed-Acct-Count DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "Files restored: " DELIMITED BY SIZE
                  WS-Files-Restored-Count DELIMITED BY SIZE
                  "   records written: " DELIMITED BY SIZE
                  WS-Records-Restored-Count DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           PERFORM 4200-WRITE-LIMIT-SECTION.

      *> An account on the master now but not in the snapshot was
      *> opened by the posting being undone and drops off; one only
      *> in the snapshot comes back.
       4100-WRITE-ACCOUNT-LINE.
           IF WS-Acct-Restored-Found(WS-Acct-Idx) = "Y"
               ADD 1 TO WS-Restored-Acct-Count
           END-IF
           ADD WS-Acct-Now(WS-Acct-Idx) TO WS-Tot-Now
           ADD WS-Acct-Restored(WS-Acct-Idx) TO WS-Tot-Restored
           COMPUTE WS-Change = WS-Acct-Restored(WS-Acct-Idx)
               - WS-Acct-Now(WS-Acct-Idx)
           IF WS-Change NOT = 0
               OR WS-Acct-Now-Found(WS-Acct-Idx)
                   NOT = WS-Acct-Restored-Found(WS-Acct-Idx)
               ADD 1 TO WS-Changed-Acct-Count
           END-IF
           MOVE WS-Acct-Now(WS-Acct-Idx) TO WS-Now-Display
           MOVE WS-Acct-Restored(WS-Acct-Idx) TO WS-Restored-Display
           MOVE WS-Change TO WS-Change-Display
           MOVE SPACES TO RollRptRec
           STRING WS-Acct-ID(WS-Acct-Idx) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-Now-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Restored-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Change-Display DELIMITED BY SIZE
                  INTO RollRptRec
           EVALUATE TRUE
               WHEN WS-Acct-Now-Found(WS-Acct-Idx) = "N"
                   MOVE " RESTORED" TO RollRptRec(61:9)
               WHEN WS-Acct-Restored-Found(WS-Acct-Idx) = "N"
                   MOVE " DROPPED" TO RollRptRec(61:8)
           END-EVALUATE
           WRITE RollRptRec.

      *> Overdraft limits that differ from the snapshot were set by
      *> maintenance after the posting and are kept. A limit on an
      *> account the rollback drops goes with the account.
       4200-WRITE-LIMIT-SECTION.
           MOVE 0 TO WS-Limit-Kept-Count
           MOVE 0 TO WS-Limit-Lost-Count
           MOVE SPACES TO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "Overdraft limits changed since the snapshot"
                  DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           MOVE SPACES TO RollRptRec
           STRING "Account       Snapshot limit   Current limit"
                  DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               IF WS-Acct-Now-Found(WS-Acct-Idx) = "Y"
                   AND WS-Acct-Now-Limit(WS-Acct-Idx)
                       NOT = WS-Acct-Restored-Limit(WS-Acct-Idx)
                   PERFORM 4210-WRITE-LIMIT-LINE
               END-IF
           END-PERFORM
           IF WS-Limit-Kept-Count = 0 AND WS-Limit-Lost-Count = 0
               MOVE SPACES TO RollRptRec
               STRING "  (none)" DELIMITED BY SIZE
                      INTO RollRptRec
               WRITE RollRptRec
           END-IF
           MOVE SPACES TO RollRptRec
           STRING "Limits kept at current value: " DELIMITED BY SIZE
                  WS-Limit-Kept-Count DELIMITED BY SIZE
                  "   dropped with account: " DELIMITED BY SIZE
                  WS-Limit-Lost-Count DELIMITED BY SIZE
                  INTO RollRptRec
           WRITE RollRptRec.

       4210-WRITE-LIMIT-LINE.
           MOVE WS-Acct-Restored-Limit(WS-Acct-Idx) TO
               WS-Snap-Limit-Display
           MOVE WS-Acct-Now-Limit(WS-Acct-Idx) TO WS-Now-Limit-Display
           MOVE SPACES TO RollRptRec
           STRING WS-Acct-ID(WS-Acct-Idx) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Snap-Limit-Display DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-Now-Limit-Display DELIMITED BY SIZE
                  INTO RollRptRec
           IF WS-Acct-Restored-Found(WS-Acct-Idx) = "Y"
               ADD 1 TO WS-Limit-Kept-Count
               MOVE " KEPT" TO RollRptRec(52:5)
           ELSE
               ADD 1 TO WS-Limit-Lost-Count
               MOVE " DROPPED WITH ACCOUNT" TO RollRptRec(52:21)
           END-IF
           WRITE RollRptRec.

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
