               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Sort-Status.
           SELECT SortWork ASSIGN TO DYNAMIC WS-Sort-Work-Name.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.
           SELECT AcctOpenFile ASSIGN TO DYNAMIC WS-Acct-Open-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Acct-Open-Status.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.

       DATA DIVISION.
        FILE SECTION.
      *> PM-Status "I" marks a deactivated record (kept for history);
      *> a space means the record predates the status field and is
      *> active. Statement copies go to active records only, so a
      *> deactivated-and-re-registered kennitala gets one copy.
        FD PersonMaster.
        01 PersonMasterRec.
          02 PM-Kennitala-Key PIC X(10).
          02 PM-Status PIC X.

        FD TxnHistFile.
        01 TxnHistRec PIC X(49).

      *> The history sorted by account and date - produced once per
      *> run, then the statements come off it in a single pass
      *> instead of rescanning the whole history per person.
      *> TXN-Type codes are the ones coby edits on the way in:
      *> D = deposit, W = withdrawal, F = fee, I = interest,
      *> T = transfer, R = reversal of an earlier posting (listed
      *> as its own category, not as a deposit or withdrawal). A
      *> transfer leg also names the account on the
      *> other side of the transfer and the reference of the pair.
        FD TxnSortFile.
        01 TxnSortRec.
          02 SRT-Account PIC X(10).
          02 SRT-Sign PIC X.
          02 SRT-Amount PIC 9(7)V99.
          02 SRT-Type PIC X.
          02 SRT-Counter-Account PIC X(10).
          02 SRT-Reference PIC X(10).

        SD SortWork.
        01 SortWorkRec.
          02 SW-Account PIC X(10).
          02 SW-Date PIC 9(8).
          02 FILLER PIC X(31).

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

      *> Brought-forward balances as at the last month-end close -
      *> the movement cut away into generation files lives on here,
          02 FILLER PIC X.
          02 RC-Count PIC 9(6).

      *> Job parameters left by the nightly job stream - STEP=statement
      *> first, then KEYWORD=VALUE lines.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

        WORKING-STORAGE SECTION.
      *> Per-account statement - the accounts with an active holder
      *> are held in a table, the posted history is sorted by
      *> account and date once, and every statement is produced in
      *> one merge pass over the sorted file, with a copy sent to
      *> each active holder of the account. Accounts with no history
      *> in the file get their empty statements after the pass.
       01 WS-RunCtl-File-Name PIC X(40) VALUE "RUNCTL.DAT".
       01 WS-RunCtl-Status PIC XX VALUE "00".
       01 WS-RunCtl-Program PIC X(10) VALUE "statement".
       01 WS-Sort-Work-Name PIC X(40) VALUE "SORTWORK".
       01 WS-Stmt-File-Name PIC X(40) VALUE "STMTRPT.DAT".
       01 WS-Acct-Open-File-Name PIC X(40) VALUE "ACCTOPEN.DAT".
       01 WS-Rel-File-Name PIC X(40) VALUE "ACCTREL.DAT".
       01 WS-Rel-Status PIC XX VALUE "00".
       01 WS-Master-Status PIC XX VALUE "00".
       01 WS-Txn-Hist-Status PIC XX VALUE "00".
       01 WS-Txn-Sort-Status PIC XX VALUE "00".
       01 WS-Sort-EOF-Flag PIC X VALUE "N".
       01 WS-Hist-Present-Flag PIC X VALUE "N".

      *> Active persons, loaded once, for the holders' names.
       01 WS-Person-Table.
         02 WS-Person-Entry OCCURS 1000 TIMES
                 INDEXED BY WS-Pers-Idx.
           03 WS-Pers-Key PIC X(10).
           03 WS-Pers-Name PIC X(30).
       01 WS-Person-Count PIC 9(4) VALUE 0.
       01 WS-Pers-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Open-EOF-Flag PIC X VALUE "N".
       01 WS-Check-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Person-Found-Flag PIC X VALUE "N".

      *> Account holders, loaded once from ACCTREL.DAT.
       01 WS-Holder-Table.
         02 WS-Holder-Entry OCCURS 2000 TIMES INDEXED BY WS-Hold-Idx.
           03 WS-Hold-Account PIC X(10).
           03 WS-Hold-Kennitala PIC X(10).
           03 WS-Hold-Role PIC X.
           03 WS-Hold-State PIC X.
       01 WS-Holder-Count PIC 9(4) VALUE 0.
       01 WS-Rel-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Listed-Flag PIC X VALUE "N".
       01 WS-Holds-Any-Flag PIC X VALUE "N".

      *> Accounts that get a statement - every account with an active
      *> holder on the person master, plus each active person's own
      *> kennitala-numbered account where it has no holder records
      *> and either the person holds nothing else or the account
      *> still carries a balance or history. The done flag marks the
      *> ones whose statement came out of the merge pass, so the
      *> rest can be given their empty statements afterwards. The
      *> brought-forward balance from ACCTOPEN.DAT seeds the
      *> opening balance once the closed periods are off the
      *> history file.
       01 WS-Account-Table.
         02 WS-Account-Entry OCCURS 2000 TIMES INDEXED BY WS-Acct-Idx.
           03 WS-Acct-ID PIC X(10).
           03 WS-Acct-Done PIC X.
           03 WS-Acct-BFwd PIC S9(9)V99.
       01 WS-Account-Count PIC 9(4) VALUE 0.
       01 WS-Acct-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Found-Flag PIC X VALUE "N".
       01 WS-Check-Account PIC X(10) VALUE SPACES.

      *> The holders one statement goes to, one copy each.
       01 WS-Copy-Table.
         02 WS-Copy-Entry OCCURS 50 TIMES INDEXED BY WS-Copy-Idx.
           03 WS-Copy-Kennitala PIC X(10).
           03 WS-Copy-Name PIC X(30).
           03 WS-Copy-Role PIC X.
       01 WS-Copy-Count PIC 99 VALUE 0.
       01 WS-Copy-Num PIC 99 VALUE 0.
       01 WS-Copies-Written PIC 9(6) VALUE 0.
       01 WS-Role-Text PIC X(11) VALUE SPACES.
       01 WS-Recip-Role PIC X VALUE SPACES.

      *> The body of the statement being built - opening balance,
      *> transaction lines, type totals and closing balance - is
      *> held here so the same body can be printed once per copy.
       01 WS-Body-Table.
         02 WS-Body-Line OCCURS 5000 TIMES INDEXED BY WS-Body-Idx
                 PIC X(80).
       01 WS-Body-Count PIC 9(4) VALUE 0.
       01 WS-Body-Overflow-Flag PIC X VALUE "N".

       01 WS-Stmt-Account PIC X(10) VALUE SPACES.
       01 WS-Stmt-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Stmt-Name PIC X(30) VALUE SPACES.
       01 WS-Stmt-Count PIC 9(4) VALUE 0.
       01 WS-Stmt-Int-Net PIC S9(9)V99 VALUE 0.
       01 WS-Stmt-Trf-Count PIC 9(6) VALUE 0.
       01 WS-Stmt-Trf-Net PIC S9(9)V99 VALUE 0.
       01 WS-Stmt-Rev-Count PIC 9(6) VALUE 0.
       01 WS-Stmt-Rev-Net PIC S9(9)V99 VALUE 0.
       01 WS-Stmt-Type-Net-Display PIC -(8)9.99.

      *> Statement period - transactions dated before the from-date
      *> the start of the history, a blank to-date means the end.
       01 WS-From-Date PIC X(8) VALUE SPACES.
       01 WS-To-Date PIC X(8) VALUE SPACES.

      *> Job parameters - run from the nightly job stream, FROMDATE
      *> and TODATE replace the period prompts (blank = all, as at
      *> the console) and the run is logged under BUSDATE.
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Job-Parm-EOF-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Run-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Keyword PIC X(20) VALUE SPACES.
       01 WS-Job-Parm-Value PIC X(60) VALUE SPACES.
       01 WS-Job-Parm-Applied-Flag PIC X VALUE "N".
       01 WS-Job-Business PIC X(8) VALUE SPACES.

       01 WS-Txn-Date-Char PIC X(8) VALUE SPACES.
       01 WS-Opening-Balance PIC S9(9)V99 VALUE 0.


       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Statement - Per-Account Statements"
           PERFORM 0050-READ-JOB-PARAMETERS
           PERFORM 0100-ACCEPT-PARAMETERS
           ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
           MOVE WS-Run-Date-Year TO WS-Run-Year
           MOVE WS-Run-Date-Month TO WS-Run-Month
           MOVE WS-Run-Date-Day TO WS-Run-Day
           MOVE 0 TO WS-Stmt-Count
           MOVE 0 TO WS-Copies-Written
           MOVE 0 TO WS-Skipped-Acct-Count
           MOVE WS-Run-Date-Raw TO WS-RunCtl-Business
           IF WS-Job-Business NOT = SPACES
               MOVE WS-Job-Business TO WS-RunCtl-Business
           END-IF
           PERFORM 9500-WRITE-RUN-START
           PERFORM 0200-LOAD-PERSON-TABLE
           PERFORM 0220-LOAD-HOLDER-TABLE
           PERFORM 0230-BUILD-ACCOUNT-TABLE
           PERFORM 0250-LOAD-BROUGHT-FORWARD
           EVALUATE TRUE
               WHEN WS-Master-Status NOT = "00"
                       AND WS-Person-Count = 0
                   DISPLAY "No person master found ("
                       WS-Master-File-Name "), nothing to do."
                   MOVE "COMPLETED" TO WS-Run-Outcome
               WHEN WS-Pers-Load-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - aborting "
                       "statement run so nobody's statement is "
                       "silently skipped."
               WHEN WS-Rel-Load-Overflow-Flag = "Y"
                   DISPLAY "Account-holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - aborting "
                       "statement run so nobody's statement is "
                       "silently skipped."
               WHEN WS-Acct-Overflow-Flag = "Y"
                   DISPLAY "More than 2000 accounts to state - "
                       "aborting statement run so nobody's "
                       "statement is silently skipped."
               WHEN OTHER
                   PERFORM 0150-PRODUCE-STATEMENTS
           END-EVALUATE
           MOVE WS-Stmt-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       0050-READ-JOB-PARAMETERS.
           MOVE "N" TO WS-Job-Parm-Run-Flag
           MOVE "N" TO WS-Job-Parm-EOF-Flag
           OPEN INPUT JobParmFile
           IF WS-Job-Parm-Status = "00"
               READ JobParmFile
                   AT END
                       MOVE "Y" TO WS-Job-Parm-EOF-Flag
               END-READ
               IF WS-Job-Parm-EOF-Flag = "N"
                       AND JobParmRec(1:5) = "STEP="
                       AND JobParmRec(6:75) = WS-RunCtl-Program
                   MOVE "Y" TO WS-Job-Parm-Run-Flag
                   DISPLAY "Using job parameters from "
                       WS-Job-Parm-File-Name
                   PERFORM UNTIL WS-Job-Parm-EOF-Flag = "Y"
                       READ JobParmFile
                           AT END
                               MOVE "Y" TO WS-Job-Parm-EOF-Flag
                           NOT AT END
                               PERFORM 0060-APPLY-JOB-PARAMETER
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE JobParmFile
           END-IF.

       0060-APPLY-JOB-PARAMETER.
           IF JobParmRec = SPACES OR JobParmRec(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-Job-Parm-Keyword
               MOVE SPACES TO WS-Job-Parm-Value
               MOVE "Y" TO WS-Job-Parm-Applied-Flag
               UNSTRING JobParmRec DELIMITED BY "="
                   INTO WS-Job-Parm-Keyword WS-Job-Parm-Value
               EVALUATE WS-Job-Parm-Keyword
                   WHEN "BUSDATE"
                       MOVE WS-Job-Parm-Value TO WS-Job-Business
                   WHEN "FROMDATE"
                       MOVE WS-Job-Parm-Value TO WS-From-Date
                   WHEN "TODATE"
                       MOVE WS-Job-Parm-Value TO WS-To-Date
                   WHEN OTHER
                       MOVE "N" TO WS-Job-Parm-Applied-Flag
                       DISPLAY "Unknown parameter ignored: "
                           WS-Job-Parm-Keyword
               END-EVALUATE
               IF WS-Job-Parm-Applied-Flag = "Y"
                   DISPLAY "PARM " WS-Job-Parm-Keyword " = "
                       WS-Job-Parm-Value
               END-IF
           END-IF.

       0100-ACCEPT-PARAMETERS.
           IF WS-Job-Parm-Run-Flag NOT = "Y"
               DISPLAY "Statement from date (YYYYMMDD, blank for "
                   "all): " WITH NO ADVANCING
               ACCEPT WS-From-Date
               DISPLAY "Statement to date (YYYYMMDD, blank for all): "
                   WITH NO ADVANCING
               ACCEPT WS-To-Date
           END-IF
           DISPLAY "Statement period [" WS-From-Date "] to ["
               WS-To-Date "]".

       0150-PRODUCE-STATEMENTS.
           PERFORM 0300-CHECK-HISTORY-PRESENT
           OPEN OUTPUT StmtRptFile
           IF WS-Hist-Present-Flag = "Y"
               SORT SortWork
                   ON ASCENDING KEY SW-Account SW-Date
                   USING TxnHistFile
                   GIVING TxnSortFile
               PERFORM 2000-MERGE-PASS
           END-IF
           PERFORM 2500-WRITE-EMPTY-STATEMENTS
           CLOSE StmtRptFile
           DISPLAY "Wrote " WS-Stmt-Count " statements ("
               WS-Copies-Written " holder copies) to "
               WS-Stmt-File-Name
           IF WS-Skipped-Acct-Count > 0
               DISPLAY "Skipped " WS-Skipped-Acct-Count
                   " history accounts with no active holder."
           END-IF
           IF WS-Acct-Overflow-Flag = "Y"
               DISPLAY "Account table full (2000 max) - some "
                   "history accounts were counted as skipped."
           END-IF
           MOVE "COMPLETED" TO WS-Run-Outcome.

       0200-LOAD-PERSON-TABLE.
           MOVE 0 TO WS-Person-Count
           MOVE "N" TO WS-Pers-Load-Overflow-Flag
               MOVE WS-Person-Count TO WS-Pers-Idx
               MOVE PM-Kennitala-Key TO WS-Pers-Key(WS-Pers-Idx)
               MOVE PM-UserName TO WS-Pers-Name(WS-Pers-Idx)
           END-IF.

       0220-LOAD-HOLDER-TABLE.
           MOVE 0 TO WS-Holder-Count
           MOVE "N" TO WS-Rel-Load-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 0225-LOAD-HOLDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
           END-IF.

       0225-LOAD-HOLDER-ENTRY.
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

      *> Accounts with an active holder who is an active person come
      *> first, in holder-file order; then each active person's own
      *> kennitala account, unless it has holder records of its own
      *> or the person already holds a numbered account - in which
      *> case it is only stated if the brought-forward file or the
      *> history shows it is still in use.
       0230-BUILD-ACCOUNT-TABLE.
           MOVE 0 TO WS-Account-Count
           MOVE "N" TO WS-Acct-Overflow-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
               IF WS-Hold-State(WS-Hold-Idx) = "A"
                   MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                       WS-Check-Kennitala
                   PERFORM 0290-FIND-PERSON
                   IF WS-Person-Found-Flag = "Y"
                       MOVE WS-Hold-Account(WS-Hold-Idx) TO
                           WS-Check-Account
                       PERFORM 0240-FIND-OR-ADD-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Count
               MOVE "N" TO WS-Acct-Listed-Flag
               MOVE "N" TO WS-Holds-Any-Flag
               PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                       UNTIL WS-Hold-Idx > WS-Holder-Count
                   IF WS-Hold-Account(WS-Hold-Idx) =
                           WS-Pers-Key(WS-Pers-Idx)
                       MOVE "Y" TO WS-Acct-Listed-Flag
                   END-IF
                   IF WS-Hold-Kennitala(WS-Hold-Idx) =
                           WS-Pers-Key(WS-Pers-Idx)
                       AND WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE "Y" TO WS-Holds-Any-Flag
                   END-IF
               END-PERFORM
               IF WS-Acct-Listed-Flag = "N"
                   AND WS-Holds-Any-Flag = "N"
                   MOVE WS-Pers-Key(WS-Pers-Idx) TO WS-Check-Account
                   PERFORM 0240-FIND-OR-ADD-ACCOUNT
               END-IF
           END-PERFORM.

      *> Positions WS-Acct-Idx on WS-Check-Account, adding it when it
      *> is not yet in the table.
       0240-FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-Acct-Found-Flag
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
                       OR WS-Acct-ID(WS-Acct-Idx) = WS-Check-Account
           END-PERFORM
           IF WS-Acct-Idx NOT > WS-Account-Count
               MOVE "Y" TO WS-Acct-Found-Flag
           ELSE
               IF WS-Account-Count >= 2000
                   MOVE "Y" TO WS-Acct-Overflow-Flag
               ELSE
                   ADD 1 TO WS-Account-Count
                   MOVE WS-Account-Count TO WS-Acct-Idx
                   MOVE WS-Check-Account TO WS-Acct-ID(WS-Acct-Idx)
                   MOVE "N" TO WS-Acct-Done(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-BFwd(WS-Acct-Idx)
                   MOVE "Y" TO WS-Acct-Found-Flag
               END-IF
           END-IF.

      *> Positions WS-Acct-Idx on WS-Check-Account if it gets a
      *> statement: already in the table, or an active person's own
      *> kennitala account with no holder records (added then).
       0245-FIND-STATED-ACCOUNT.
           MOVE "N" TO WS-Acct-Found-Flag
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
                       OR WS-Acct-ID(WS-Acct-Idx) = WS-Check-Account
           END-PERFORM
           IF WS-Acct-Idx NOT > WS-Account-Count
               MOVE "Y" TO WS-Acct-Found-Flag
           ELSE
               PERFORM 0280-CHECK-ACCOUNT-LISTED
               MOVE WS-Check-Account TO WS-Check-Kennitala
               PERFORM 0290-FIND-PERSON
               IF WS-Acct-Listed-Flag = "N"
                   AND WS-Person-Found-Flag = "Y"
                   PERFORM 0240-FIND-OR-ADD-ACCOUNT
               END-IF
           END-IF.

      *> The month-end close moves closed periods off TXNHIST.DAT
               CLOSE AcctOpenFile
           END-IF.

      *> A brought-forward account with no active holder gets no
      *> statement, so its balance is simply not applied here - the
      *> merge pass skips the same accounts.
       0260-APPLY-BFWD-ENTRY.
           MOVE AO-Account TO WS-Check-Account
           PERFORM 0245-FIND-STATED-ACCOUNT
           IF WS-Acct-Found-Flag = "Y"
               IF AO-Sign = "-"
                   COMPUTE WS-Acct-BFwd(WS-Acct-Idx) = 0 - AO-Balance
               ELSE
                   MOVE AO-Balance TO WS-Acct-BFwd(WS-Acct-Idx)
               END-IF
           END-IF.

       0280-CHECK-ACCOUNT-LISTED.
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
                       OR WS-Hold-Account(WS-Hold-Idx) = WS-Check-Account
           END-PERFORM
           IF WS-Hold-Idx NOT > WS-Holder-Count
               MOVE "Y" TO WS-Acct-Listed-Flag
           END-IF.

       0290-FIND-PERSON.
           MOVE "N" TO WS-Person-Found-Flag
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Count
                       OR WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
           END-PERFORM
           IF WS-Pers-Idx NOT > WS-Person-Count
               MOVE "Y" TO WS-Person-Found-Flag
           END-IF.

      *> The SORT verb aborts the run on a missing input file, so
      *> the history's presence is probed first; with no history
      *> every stated account simply gets an empty statement.
       0300-CHECK-HISTORY-PRESENT.
           MOVE "N" TO WS-Hist-Present-Flag
           OPEN INPUT TxnHistFile
      *> the previous statement and starts the next. Within a group
      *> the records arrive date-ascending, so everything before the
      *> from-date accumulates into the opening balance before the
      *> first in-period line is built.
       2000-MERGE-PASS.
           MOVE SPACES TO WS-Curr-Account
           MOVE "N" TO WS-Group-Matched
           IF WS-Curr-Account NOT = SPACES
               AND WS-Group-Matched = "Y"
               IF WS-Header-Written NOT = "Y"
                   PERFORM 2400-START-BODY
                   MOVE SPACES TO StmtRptRec
                   STRING "  (no transactions in period)"
                          DELIMITED BY SIZE
                          INTO StmtRptRec
                   PERFORM 2450-BUFFER-LINE
               END-IF
               PERFORM 1400-WRITE-TYPE-TOTALS
               PERFORM 2460-BUFFER-CLOSING
               PERFORM 2600-WRITE-COPIES
           END-IF
           MOVE "N" TO WS-Group-Matched.

       2200-START-GROUP.
           MOVE SRT-Account TO WS-Curr-Account
           MOVE WS-Curr-Account TO WS-Check-Account
           PERFORM 0245-FIND-STATED-ACCOUNT
           IF WS-Acct-Found-Flag NOT = "Y"
               MOVE "N" TO WS-Group-Matched
               ADD 1 TO WS-Skipped-Acct-Count
           ELSE
               MOVE "Y" TO WS-Group-Matched
               MOVE "Y" TO WS-Acct-Done(WS-Acct-Idx)
               MOVE WS-Acct-ID(WS-Acct-Idx) TO WS-Stmt-Account
               ADD 1 TO WS-Stmt-Count
               PERFORM 2250-RESET-STATEMENT-FIELDS
           END-IF.

      *> WS-Acct-Idx is positioned on the statement's account by both
      *> callers, so the opening balance starts from that account's
      *> brought-forward position.
       2250-RESET-STATEMENT-FIELDS.
           MOVE 0 TO WS-Stmt-Txn-Count
           MOVE WS-Acct-BFwd(WS-Acct-Idx) TO WS-Opening-Balance
           MOVE WS-Opening-Balance TO WS-Running-Balance
           MOVE "N" TO WS-Header-Written
           MOVE 0 TO WS-Body-Count
           MOVE "N" TO WS-Body-Overflow-Flag
           MOVE 0 TO WS-Stmt-Dep-Count
           MOVE 0 TO WS-Stmt-Dep-Net
           MOVE 0 TO WS-Stmt-Wdr-Count
           MOVE 0 TO WS-Stmt-Int-Count
           MOVE 0 TO WS-Stmt-Int-Net
           MOVE 0 TO WS-Stmt-Trf-Count
           MOVE 0 TO WS-Stmt-Trf-Net
           MOVE 0 TO WS-Stmt-Rev-Count
           MOVE 0 TO WS-Stmt-Rev-Net.

       2300-PROCESS-GROUP-RECORD.
           MOVE SRT-Date TO WS-Txn-Date-Char
                   CONTINUE
               WHEN OTHER
                   IF WS-Header-Written NOT = "Y"
                       PERFORM 2400-START-BODY
                   END-IF
                   PERFORM 1300-WRITE-STATEMENT-LINE
           END-EVALUATE.

       2400-START-BODY.
           MOVE "Y" TO WS-Header-Written
           MOVE WS-Opening-Balance TO WS-Running-Balance
           MOVE WS-Opening-Balance TO WS-Balance-Display
           MOVE SPACES TO StmtRptRec
           STRING "Opening balance:              " DELIMITED BY SIZE
                  WS-Balance-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

      *> A body too long for the buffer ends in a note, and the
      *> lines past it are dropped from every copy - the closing
      *> balance keeps the last slot and is still right, since the
      *> running balance is carried apart from the lines.
       2450-BUFFER-LINE.
           IF WS-Body-Count < 4998
               ADD 1 TO WS-Body-Count
               MOVE StmtRptRec TO WS-Body-Line(WS-Body-Count)
           ELSE
               IF WS-Body-Overflow-Flag NOT = "Y"
                   MOVE "Y" TO WS-Body-Overflow-Flag
                   ADD 1 TO WS-Body-Count
                   MOVE "  (statement too long - lines omitted)"
                       TO WS-Body-Line(WS-Body-Count)
               END-IF
           END-IF.

       2460-BUFFER-CLOSING.
           MOVE WS-Running-Balance TO WS-Balance-Display
           MOVE SPACES TO StmtRptRec
           STRING "Closing balance:              "
                  DELIMITED BY SIZE
                  WS-Balance-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           IF WS-Body-Overflow-Flag = "Y"
               MOVE StmtRptRec TO WS-Body-Line(5000)
               MOVE 5000 TO WS-Body-Count
           ELSE
               PERFORM 2450-BUFFER-LINE
           END-IF.

      *> Accounts with nothing on the sorted history still get a
      *> statement, after the merge pass, in table order.
       2500-WRITE-EMPTY-STATEMENTS.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               IF WS-Acct-Done(WS-Acct-Idx) NOT = "Y"
                   MOVE WS-Acct-ID(WS-Acct-Idx) TO WS-Stmt-Account
                   ADD 1 TO WS-Stmt-Count
                   PERFORM 2250-RESET-STATEMENT-FIELDS
                   PERFORM 2400-START-BODY
                   MOVE SPACES TO StmtRptRec
                   STRING "  (no transactions in period)"
                          DELIMITED BY SIZE
                          INTO StmtRptRec
                   PERFORM 2450-BUFFER-LINE
                   PERFORM 2460-BUFFER-CLOSING
                   PERFORM 2600-WRITE-COPIES
               END-IF
           END-PERFORM.

      *> Every active holder who is an active person gets a copy of
      *> the same statement, each starting on a fresh page headed
      *> with that holder's name and role; an account with no
      *> holder records goes to the kennitala it is numbered by.
       2600-WRITE-COPIES.
           PERFORM 2610-COLLECT-RECIPIENTS
           PERFORM VARYING WS-Copy-Idx FROM 1 BY 1
                   UNTIL WS-Copy-Idx > WS-Copy-Count
               SET WS-Copy-Num TO WS-Copy-Idx
               MOVE WS-Copy-Kennitala(WS-Copy-Idx) TO WS-Stmt-Kennitala
               MOVE WS-Copy-Name(WS-Copy-Idx) TO WS-Stmt-Name
               EVALUATE WS-Copy-Role(WS-Copy-Idx)
                   WHEN "J"
                       MOVE "Joint owner" TO WS-Role-Text
                   WHEN "S"
                       MOVE "Signatory" TO WS-Role-Text
                   WHEN OTHER
                       MOVE "Owner" TO WS-Role-Text
               END-EVALUATE
               ADD 1 TO WS-Copies-Written
               PERFORM 1100-WRITE-PAGE-HEADER
               PERFORM VARYING WS-Body-Idx FROM 1 BY 1
                       UNTIL WS-Body-Idx > WS-Body-Count
                   IF WS-Lines-On-Page >= WS-Lines-Per-Page
                       PERFORM 1100-WRITE-PAGE-HEADER
                   END-IF
                   MOVE WS-Body-Line(WS-Body-Idx) TO StmtRptRec
                   WRITE StmtRptRec
                   ADD 1 TO WS-Lines-On-Page
               END-PERFORM
           END-PERFORM.

       2610-COLLECT-RECIPIENTS.
           MOVE 0 TO WS-Copy-Count
           MOVE WS-Stmt-Account TO WS-Check-Account
           PERFORM 0280-CHECK-ACCOUNT-LISTED
           IF WS-Acct-Listed-Flag = "N"
               MOVE WS-Stmt-Account TO WS-Check-Kennitala
               MOVE "O" TO WS-Recip-Role
               PERFORM 2620-ADD-RECIPIENT
           ELSE
               PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                       UNTIL WS-Hold-Idx > WS-Holder-Count
                   IF WS-Hold-Account(WS-Hold-Idx) = WS-Stmt-Account
                       AND WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                           WS-Check-Kennitala
                       MOVE WS-Hold-Role(WS-Hold-Idx) TO WS-Recip-Role
                       PERFORM 2620-ADD-RECIPIENT
                   END-IF
               END-PERFORM
           END-IF.

       2620-ADD-RECIPIENT.
           PERFORM 0290-FIND-PERSON
           IF WS-Person-Found-Flag = "Y"
               AND WS-Copy-Count < 50
               ADD 1 TO WS-Copy-Count
               MOVE WS-Copy-Count TO WS-Copy-Idx
               MOVE WS-Check-Kennitala TO WS-Copy-Kennitala(WS-Copy-Idx)
               MOVE WS-Pers-Name(WS-Pers-Idx) TO
                   WS-Copy-Name(WS-Copy-Idx)
               MOVE WS-Recip-Role TO WS-Copy-Role(WS-Copy-Idx)
           END-IF.

       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-Page-Num
           MOVE 0 TO WS-Lines-On-Page
                  INTO StmtRptRec
           WRITE StmtRptRec
           MOVE SPACES TO StmtRptRec
           STRING "Account: " DELIMITED BY SIZE
                  WS-Stmt-Account DELIMITED BY SIZE
                  "   Copy " DELIMITED BY SIZE
                  WS-Copy-Num DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-Copy-Count DELIMITED BY SIZE
                  INTO StmtRptRec
           WRITE StmtRptRec
           MOVE SPACES TO StmtRptRec
           STRING "Name: " DELIMITED BY SIZE
                  WS-Stmt-Name DELIMITED BY SIZE
                  "  Kennitala: " DELIMITED BY SIZE
                  WS-Stmt-Kennitala DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Role-Text DELIMITED BY SIZE
                  INTO StmtRptRec
           WRITE StmtRptRec
           MOVE SPACES TO StmtRptRec
           STRING "Date         Sign Type     Amount        Balance"
                  DELIMITED BY SIZE
                  "  Counter-account" DELIMITED BY SIZE
                  INTO StmtRptRec
           WRITE StmtRptRec.

               MOVE SRT-Amount TO WS-Txn-Amount-Signed
           END-IF
           ADD WS-Txn-Amount-Signed TO WS-Running-Balance
           MOVE SRT-Date TO WS-Txn-Date-Split
           MOVE WS-Txn-Split-Year TO WS-Txn-Year
           MOVE WS-Txn-Split-Month TO WS-Txn-Month
                  WS-Amount-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Balance-Display DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SRT-Counter-Account DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE
           PERFORM 1350-COUNT-TYPE-MOVEMENT.

       1350-COUNT-TYPE-MOVEMENT.
               WHEN "T"
                   ADD 1 TO WS-Stmt-Trf-Count
                   ADD WS-Txn-Amount-Signed TO WS-Stmt-Trf-Net
               WHEN "R"
                   ADD 1 TO WS-Stmt-Rev-Count
                   ADD WS-Txn-Amount-Signed TO WS-Stmt-Rev-Net
           END-EVALUATE.

      *> Per-type movement block between the transaction list and
           IF WS-Stmt-Trf-Count > 0
               MOVE WS-Stmt-Trf-Net TO WS-Stmt-Type-Net-Display
               PERFORM 1450-WRITE-TRF-LINE
           END-IF
           IF WS-Stmt-Rev-Count > 0
               MOVE WS-Stmt-Rev-Net TO WS-Stmt-Type-Net-Display
               PERFORM 1460-WRITE-REV-LINE
           END-IF.

       1410-WRITE-DEP-LINE.
                  "   Net: " DELIMITED BY SIZE
                  WS-Stmt-Type-Net-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

       1420-WRITE-WDR-LINE.
           MOVE SPACES TO StmtRptRec
                  "   Net: " DELIMITED BY SIZE
                  WS-Stmt-Type-Net-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

       1430-WRITE-FEE-LINE.
           MOVE SPACES TO StmtRptRec
                  "   Net: " DELIMITED BY SIZE
                  WS-Stmt-Type-Net-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

       1440-WRITE-INT-LINE.
           MOVE SPACES TO StmtRptRec
                  "   Net: " DELIMITED BY SIZE
                  WS-Stmt-Type-Net-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

       1450-WRITE-TRF-LINE.
           MOVE SPACES TO StmtRptRec
                  "   Net: " DELIMITED BY SIZE
                  WS-Stmt-Type-Net-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

       1460-WRITE-REV-LINE.
           MOVE SPACES TO StmtRptRec
           STRING "  Reversals (R):   " DELIMITED BY SIZE
                  WS-Stmt-Rev-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Stmt-Type-Net-Display DELIMITED BY SIZE
                  INTO StmtRptRec
           PERFORM 2450-BUFFER-LINE.

       9500-WRITE-RUN-START.
           IF WS-RunCtl-Business = SPACES
