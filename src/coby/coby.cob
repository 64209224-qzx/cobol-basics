               ORGANIZATION LINE SEQUENTIAL.
           SELECT TxnDupeFile ASSIGN TO DYNAMIC WS-Txn-Dupe-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DormHoldFile ASSIGN TO DYNAMIC WS-Dorm-Hold-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.
           SELECT SnapFile ASSIGN TO DYNAMIC WS-Snap-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Snap-Status.
           SELECT SnapSrcFile ASSIGN TO DYNAMIC WS-Snap-Src-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Snap-Src-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.
           SELECT MaintJnlFile ASSIGN TO DYNAMIC WS-Maint-Jnl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Jnl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> TXN-Type classifies the movement so the ledger and the
      *> statements can break totals out by kind:
      *>   D = deposit      W = withdrawal   F = fee
      *>   I = interest     T = transfer     R = reversal
      *> A reversal is produced by the reversal program only - it
      *> offsets an earlier posting, carries that program's reference
      *> and is reported as its own category.
      *> A transfer is one record naming both sides: TXN-Account is
      *> the from-account (TXN-Sign "-"), TXN-Counter-Account the
      *> to-account, and TXN-Reference ties the two legs together
      *> on the history. Both legs post or neither does. Records
      *> written before the two fields existed read as spaces.
        FD TxnInFile.
        01 TxnInRec.
          02 TXN-Account PIC X(10).
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

        FD TxnRptFile.
        01 TxnRptRec PIC X(80).
        01 TxnRejRec.
          02 REJ-Reason-Code PIC X(4).
          02 FILLER PIC X.
          02 REJ-Txn-Image PIC X(49).

      *> AM-Overdraft-Limit is the authorized overdraft: a debit may
      *> take the closing balance down to minus the limit but no
      *> further. Records written before the field existed read as
      *> spaces and are treated as a zero (no overdraft) limit.
      *> AM-Dormant-Flag is set by the dormancy run: "D" = dormant
      *> since AM-Dormant-Date, "R" = reactivated by a deposit on
      *> AM-Dormant-Date and not yet reported, space = active.
        FD AcctMastFile.
        01 AcctMastRec.
          02 AM-Account PIC X(10).
          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

      *> Suspense is a persistent file now - each item carries the
      *> date it first arrived, survives across posting runs, and is
      *> retried automatically at the start of every run until its
      *> account turns up on the person master. The transfer fields
      *> of the image follow the arrival date so items carried from
      *> before they existed still load with the date in place.
        FD TxnSuspFile.
        01 TxnSuspRec.
          02 SUSP-Txn-Image PIC X(29).
          02 FILLER PIC X.
          02 SUSP-Arrival-Date PIC 9(8).
          02 FILLER PIC X.
          02 SUSP-Xfer-Image PIC X(20).

        FD TxnHistFile.
        01 TxnHistRec PIC X(49).

      *> Overdraft referrals - a debit that would push the closing
      *> balance past the authorized limit does not post; it lands
      *> it breached, for the branch to action.
        FD OverRefFile.
        01 OverRefRec.
          02 REF-Txn-Image PIC X(49).
          02 FILLER PIC X.
          02 REF-Would-Sign PIC X.
          02 REF-Would-Balance PIC 9(7)V99.
        01 TxnDupeRec.
          02 DUP-Reason-Code PIC X(4).
          02 FILLER PIC X.
          02 DUP-Txn-Image PIC X(49).

      *> Dormant-account holds - a customer debit (anything but a fee,
      *> interest or a reversal) against an account the dormancy run
      *> has marked dormant does not post; it is held here with the
      *> date the account went dormant, for the branch to verify the
      *> customer before releasing it.
        FD DormHoldFile.
        01 DormHoldRec.
          02 DHL-Reason-Code PIC X(4).
          02 FILLER PIC X.
          02 DHL-Txn-Image PIC X(49).
          02 FILLER PIC X.
          02 DHL-Dormant-Date PIC 9(8).

      *> Account-holder relationships, maintained by acctrel: one
      *> record per account and kennitala, AR-Role O = owner,
      *> J = joint owner, S = signatory, AR-Status A = active,
      *> R = removed. An account with no records here is still
      *> numbered by its owner's kennitala.
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

      *> Shared run-control log - every batch program appends one
      *> record at the start of its run and one at the end, so
          02 FILLER PIC X.
          02 RC-Count PIC 9(6).

      *> Job parameters left by the nightly job stream - STEP=coby
      *> first, then KEYWORD=VALUE lines.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

      *> Maintenance journal - one record appended for every new
      *> registration and every person-master or overdraft-limit
      *> change: the value before and after, who made the change
      *> and when. Action codes:
      *>   REGN = new registration   NAME = name change
      *>   DEAC = deactivation       ODLM = overdraft limit change
        FD MaintJnlFile.
        01 MaintJnlRec.
          02 MJ-Kennitala PIC X(10).
          02 FILLER PIC X.
          02 MJ-Action PIC X(4).
          02 FILLER PIC X.
          02 MJ-Field PIC X(8).
          02 FILLER PIC X.
          02 MJ-Account PIC X(10).
          02 FILLER PIC X.
          02 MJ-Before PIC X(30).
          02 FILLER PIC X.
          02 MJ-After PIC X(30).
          02 FILLER PIC X.
          02 MJ-Operator PIC X(8).
          02 FILLER PIC X.
          02 MJ-Date PIC 9(8).
          02 FILLER PIC X.
          02 MJ-Time PIC 9(8).

      *> Pre-posting snapshot, one per business date - a HEAD record,
      *> then each file the posting run changes as its own records
      *> tagged by file, each followed by a FILE record naming it and
      *> giving its record count (SNPF-Present "N" = the file did not
      *> exist), and a TRLR record closing the set. The rollback
      *> program restores a business date from it.
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

        FD SnapSrcFile.
        01 SnapSrcRec PIC X(80).

        WORKING-STORAGE SECTION.
      *>
      *> PUT YOUR VARIABLES HERE BRO
           03 WS-Acct-Opening PIC S9(7)V99.
           03 WS-Acct-Movement PIC S9(7)V99.
           03 WS-Acct-Limit PIC 9(7)V99.
           03 WS-Acct-Dormant PIC X.
           03 WS-Acct-Dormant-Date PIC 9(8).
       01 WS-Account-Count PIC 9(4) VALUE 0.
       01 WS-Acct-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Closing PIC S9(7)V99 VALUE 0.
       01 WS-Txn-Movement-Display PIC -(6)9.99.

      *> Person-master reconciliation - registered kennitalas are
      *> loaded once per run; a transaction whose account has no
      *> active holder on the person master is diverted to the
      *> suspense file instead of posting, so mis-keyed branch
      *> uploads cannot create phantom balances.
       01 WS-Txn-Susp-File-Name PIC X(40) VALUE "TXNSUSP.DAT".
       01 WS-Txn-Susp-Status PIC XX VALUE "00".
       01 WS-Person-Key-Table.
       01 WS-Person-Key-Count PIC 9(4) VALUE 0.
       01 WS-Txn-Registered-Flag PIC X VALUE "N".
       01 WS-Pers-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Check-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Susp-Count PIC 9(6) VALUE 0.
       01 WS-Susp-Capacity-Count PIC 9(6) VALUE 0.
       01 WS-Susp-Total PIC S9(9)V99 VALUE 0.
       01 WS-Susp-Carried-Total PIC S9(9)V99 VALUE 0.
       01 WS-Susp-Total-Display PIC -(8)9.99.

      *> Account holders are loaded once per run alongside the person
      *> keys. An account with holder records is registered while
      *> any of its active holders is an active person; one with
      *> none is still numbered by its owner's kennitala and is
      *> checked against the person keys directly.
       01 WS-Rel-File-Name PIC X(40) VALUE "ACCTREL.DAT".
       01 WS-Rel-Status PIC XX VALUE "00".
       01 WS-Holder-Table.
         02 WS-Holder-Entry OCCURS 2000 TIMES INDEXED BY WS-Hold-Idx.
           03 WS-Hold-Account PIC X(10).
           03 WS-Hold-Kennitala PIC X(10).
           03 WS-Hold-State PIC X.
       01 WS-Holder-Count PIC 9(4) VALUE 0.
       01 WS-Rel-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Listed-Flag PIC X VALUE "N".

      *> Carried suspense items are loaded here at the start of the
      *> posting run and retried one by one - an item whose account
      *> has since been registered posts normally and comes off the
       01 WS-Susp-In-Table.
         02 WS-Susp-In-Entry OCCURS 1000 TIMES
                 INDEXED BY WS-Susp-In-Idx.
           03 WS-Susp-In-Image.
             04 WS-Susp-In-Base PIC X(29).
             04 WS-Susp-In-Xfer PIC X(20).
           03 WS-Susp-In-Arrival PIC X(8).
       01 WS-Susp-In-Count PIC 9(4) VALUE 0.
       01 WS-Susp-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Rerun-Blocked-Flag PIC X VALUE "N".
       01 WS-Rerun-Answer PIC X VALUE "N".

      *> Job parameters - when the nightly job stream runs coby it
      *> leaves JOBPARM.DAT headed STEP=coby, and the posting mode
      *> runs from it with no prompts: BUSDATE is the business
      *> date, INFILE the transaction file, and RERUN and
      *> DUPOVERRIDE answer the two operator overrides (default N).
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Job-Parm-EOF-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Run-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Keyword PIC X(20) VALUE SPACES.
       01 WS-Job-Parm-Value PIC X(60) VALUE SPACES.
       01 WS-Job-Parm-Applied-Flag PIC X VALUE "N".
       01 WS-Job-Business PIC X(8) VALUE SPACES.
       01 WS-Job-Rerun PIC X VALUE "N".
       01 WS-Job-Dup-Override PIC X VALUE "N".

      *> Pre-posting snapshot working fields - taken once the input
      *> file has verified and before anything is rewritten. A rerun
      *> of a date already posted keeps the snapshot from before its
      *> first posting, so a rollback still goes back to the start
      *> of the day.
       01 WS-Snap-File-Name PIC X(40) VALUE SPACES.
       01 WS-Snap-Status PIC XX VALUE "00".
       01 WS-Snap-Src-File-Name PIC X(40) VALUE SPACES.
       01 WS-Snap-Src-Status PIC XX VALUE "00".
       01 WS-Snap-Src-Tag PIC X(4) VALUE SPACES.
       01 WS-Snap-OK-Flag PIC X VALUE "N".
       01 WS-Snap-Src-EOF-Flag PIC X VALUE "N".
       01 WS-Snap-Src-Present PIC X VALUE "N".
       01 WS-Snap-File-Count PIC 9(2) VALUE 0.
       01 WS-Snap-Src-Count PIC 9(7) VALUE 0.
       01 WS-Snap-Record-Count PIC 9(9) VALUE 0.

      *> Overdraft referral working fields
       01 WS-Over-Ref-File-Name PIC X(40) VALUE "OVERREF.DAT".
       01 WS-Over-Would-Bal PIC S9(9)V99 VALUE 0.
       01 WS-Over-Ref-Total PIC S9(9)V99 VALUE 0.
       01 WS-Over-Ref-Display PIC -(8)9.99.

      *> Dormant-account working fields - debits held, and dormant
      *> accounts a deposit brought back to life this run.
       01 WS-Dorm-Hold-File-Name PIC X(40) VALUE "DORMHOLD.DAT".
       01 WS-Dorm-Hold-Count PIC 9(6) VALUE 0.
       01 WS-Dorm-Hold-Total PIC S9(9)V99 VALUE 0.
       01 WS-Dorm-Hold-Display PIC -(8)9.99.
       01 WS-Dorm-Reactivated-Count PIC 9(6) VALUE 0.

      *> Posted-transaction history - every transaction that actually
      *> reaches the ledger is appended here so the statement program
      *> can rebuild per-person activity after the fact.
       01 WS-Maint-Count PIC 9(4) VALUE 0.
       01 WS-Maint-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Maint-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Maint-Account PIC X(10) VALUE SPACES.
       01 WS-Maint-Holder-Flag PIC X VALUE "N".
       01 WS-Maint-Choice PIC 9 VALUE 0.
       01 WS-Maint-Found-Flag PIC X VALUE "N".
       01 WS-Maint-Changed-Flag PIC X VALUE "N".
       01 WS-Maint-New-Limit PIC X(7) VALUE SPACES.
       01 WS-Maint-Limit-Num REDEFINES WS-Maint-New-Limit PIC 9(7).
       01 WS-Maint-Limit-Display PIC Z(6)9.99.

      *> Maintenance journal working fields - the operator ID is
      *> asked once per registration or maintenance session and goes
      *> on every journal record that session writes.
       01 WS-Maint-Jnl-File-Name PIC X(40) VALUE "MAINTJNL.DAT".
       01 WS-Maint-Jnl-Status PIC XX VALUE "00".
       01 WS-Maint-Jnl-EOF-Flag PIC X VALUE "N".
       01 WS-Operator-Id PIC X(8) VALUE SPACES.
       01 WS-Jnl-Kennitala PIC X(10) VALUE SPACES.
       01 WS-Jnl-Action PIC X(4) VALUE SPACES.
       01 WS-Jnl-Field PIC X(8) VALUE SPACES.
       01 WS-Jnl-Account PIC X(10) VALUE SPACES.
       01 WS-Jnl-Before PIC X(30) VALUE SPACES.
       01 WS-Jnl-After PIC X(30) VALUE SPACES.
       01 WS-Jnl-Action-Name PIC X(22) VALUE SPACES.
       01 WS-Hist-Count PIC 9(4) VALUE 0.
       01 WS-Mode PIC 9 VALUE 0.

      *> Transaction edit pass - every TxnInRec is checked before it
      *> can reach the ledger; rejects carry a four-char reason code:
      *>   ACCT = blank account   DATE = bad calendar date
      *>   SIGN = sign not + or - AMNT = non-numeric amount
      *>   TYPE = type code not D/W/F/I/T/R
      *>   XFER = transfer without a distinct to-account, a debit
      *>          sign and a reference, a reversal without its
      *>          reference, or a counter-account on a movement that
      *>          is not a transfer or a transfer reversal
       01 WS-Txn-Rej-File-Name PIC X(40) VALUE "TXNREJ.DAT".
       01 WS-Txn-Reject-Reason PIC X(4) VALUE SPACES.
       01 WS-Txn-Accepted-Count PIC 9(6) VALUE 0.
       01 WS-Rej-Sign-Count PIC 9(6) VALUE 0.
       01 WS-Rej-Amnt-Count PIC 9(6) VALUE 0.
       01 WS-Rej-Type-Count PIC 9(6) VALUE 0.
       01 WS-Rej-Xfer-Count PIC 9(6) VALUE 0.

      *> Per-type movement totals over the posted transactions, so
      *> the balance report can say how much of the day's movement
       01 WS-Type-Int-Net PIC S9(9)V99 VALUE 0.
       01 WS-Type-Trf-Count PIC 9(6) VALUE 0.
       01 WS-Type-Trf-Net PIC S9(9)V99 VALUE 0.
       01 WS-Type-Rev-Count PIC 9(6) VALUE 0.
       01 WS-Type-Rev-Net PIC S9(9)V99 VALUE 0.
       01 WS-Type-Net-Display PIC -(8)9.99.

      *> Two-leg transfer posting - the account being checked or
      *> located is passed in WS-Post-Account, the table positions
      *> of both sides are held while the pair is screened, and the
      *> credit leg is built here in the history layout. Every
      *> posted pair adds its debit and its credit, so the report
      *> can show the day's transfers netting to zero.
       01 WS-Post-Account PIC X(10) VALUE SPACES.
       01 WS-Xfer-From-Idx PIC 9(4) VALUE 0.
       01 WS-Xfer-To-Idx PIC 9(4) VALUE 0.
       01 WS-Xfer-Leg.
         02 XL-Account PIC X(10).
         02 XL-Date PIC 9(8).
         02 XL-Sign PIC X.
         02 XL-Amount PIC 9(7)V99.
         02 XL-Type PIC X.
         02 XL-Counter-Account PIC X(10).
         02 XL-Reference PIC X(10).
       01 WS-Xfer-Pair-Count PIC 9(6) VALUE 0.
       01 WS-Xfer-Debit-Total PIC S9(9)V99 VALUE 0.
       01 WS-Xfer-Credit-Total PIC S9(9)V99 VALUE 0.
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Coby - Person & Ledger Management"
           PERFORM 0050-READ-JOB-PARAMETERS
           IF WS-Job-Parm-Run-Flag = "Y"
               MOVE 2 TO WS-Mode
           ELSE
               DISPLAY "1. Register a person"
               DISPLAY "2. Post transactions and print balance report"
               DISPLAY "3. Maintain a person (inquiry/name change/"
                   "deactivate)"
               DISPLAY "Select mode: " WITH NO ADVANCING
               ACCEPT WS-Mode
           END-IF
           EVALUATE WS-Mode
               WHEN 1
                   PERFORM 5050-ACCEPT-OPERATOR-ID
                   IF WS-Operator-Id NOT = SPACES
                       DISPLAY "What is ur naem " WITH NO ADVANCING
                       ACCEPT UserName
                       MOVE UserName TO WS-Entered-Name
                       DISPLAY "Hello " UserName
                       MOVE ZERO TO UserName
                       DISPLAY UserName
                       PERFORM 3000-REGISTER-PERSON
                   END-IF
               WHEN 2
                   PERFORM 4000-PROCESS-TRANSACTIONS
               WHEN 3
                   PERFORM 5050-ACCEPT-OPERATOR-ID
                   IF WS-Operator-Id NOT = SPACES
                       PERFORM 5000-MAINTAIN-PERSON
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
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
                   WHEN "INFILE"
                       MOVE WS-Job-Parm-Value TO WS-Txn-In-File-Name
                   WHEN "RERUN"
                       MOVE WS-Job-Parm-Value TO WS-Job-Rerun
                   WHEN "DUPOVERRIDE"
                       MOVE WS-Job-Parm-Value TO WS-Job-Dup-Override
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

       3000-REGISTER-PERSON.
           PERFORM 3300-ACCEPT-VALID-KENNITALA
           IF WS-Kennitala-OK NOT = "Y"
                   PERFORM 3200-APPEND-PERSON-RECORD
                   DISPLAY "Registered " WS-Entered-Name
                       " with kennitala " Kennitala
                   MOVE WS-Kennitala-Key TO WS-Jnl-Kennitala
                   MOVE "REGN" TO WS-Jnl-Action
                   MOVE "NAME" TO WS-Jnl-Field
                   MOVE SPACES TO WS-Jnl-Account
                   MOVE SPACES TO WS-Jnl-Before
                   MOVE WS-Entered-Name TO WS-Jnl-After
                   PERFORM 5600-WRITE-JOURNAL-RECORD
               END-IF
           END-IF.

               DISPLAY "Business date " WS-RunCtl-Business " already "
                   "has a completed posting run on "
                   WS-RunCtl-File-Name "."
               IF WS-Job-Parm-Run-Flag = "Y"
                   MOVE WS-Job-Rerun TO WS-Rerun-Answer
               ELSE
                   DISPLAY "Post it again anyway (operator override, "
                       "Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-Rerun-Answer
               END-IF
               IF WS-Rerun-Answer NOT = "Y"
                   AND WS-Rerun-Answer NOT = "y"
                   MOVE "Y" TO WS-Rerun-Blocked-Flag
      *> never occur while leaving the real day unguarded - it gets
      *> the same calendar check the edit pass applies to TXN-Date.
       4001-ACCEPT-BUSINESS-DATE.
           IF WS-Job-Parm-Run-Flag = "Y"
               MOVE WS-Job-Business TO WS-Business-Answer
           ELSE
               DISPLAY "Business date to post (YYYYMMDD, blank for "
                   "today): " WITH NO ADVANCING
               ACCEPT WS-Business-Answer
           END-IF
           ADD 1 TO WS-Business-Attempts
           IF WS-Business-Answer = SPACES
               MOVE WS-Run-Date-Num TO WS-RunCtl-Business

       4002-RUN-POSTING-MODE.
           MOVE "N" TO WS-Dup-Override
           IF WS-Job-Parm-Run-Flag = "Y"
               MOVE WS-Job-Dup-Override TO WS-Dup-Override-Answer
           ELSE
               DISPLAY "Force-post duplicate transactions this run "
                   "(operator override, Y/N)? " WITH NO ADVANCING
               ACCEPT WS-Dup-Override-Answer
           END-IF
           IF WS-Dup-Override-Answer = "Y"
               OR WS-Dup-Override-Answer = "y"
               MOVE "Y" TO WS-Dup-Override
           MOVE 0 TO WS-Rej-Sign-Count
           MOVE 0 TO WS-Rej-Amnt-Count
           MOVE 0 TO WS-Rej-Type-Count
           MOVE 0 TO WS-Rej-Xfer-Count
           MOVE 0 TO WS-Xfer-Pair-Count
           MOVE 0 TO WS-Xfer-Debit-Total
           MOVE 0 TO WS-Xfer-Credit-Total
           MOVE 0 TO WS-Type-Dep-Count
           MOVE 0 TO WS-Type-Dep-Net
           MOVE 0 TO WS-Type-Wdr-Count
           MOVE 0 TO WS-Type-Int-Net
           MOVE 0 TO WS-Type-Trf-Count
           MOVE 0 TO WS-Type-Trf-Net
           MOVE 0 TO WS-Type-Rev-Count
           MOVE 0 TO WS-Type-Rev-Net
           MOVE 0 TO WS-Susp-Count
           MOVE 0 TO WS-Susp-Capacity-Count
           MOVE 0 TO WS-Susp-Total
           MOVE "N" TO WS-Susp-Retry-Flag
           MOVE 0 TO WS-Over-Ref-Count
           MOVE 0 TO WS-Over-Ref-Total
           MOVE 0 TO WS-Dorm-Hold-Count
           MOVE 0 TO WS-Dorm-Hold-Total
           MOVE 0 TO WS-Dorm-Reactivated-Count
           MOVE 0 TO WS-Dup-Held-Count
           MOVE 0 TO WS-Dup-Forced-Count
           PERFORM 4010-LOAD-ACCOUNT-MASTER
           PERFORM 4030-LOAD-PERSON-KEYS
           PERFORM 4045-LOAD-ACCOUNT-HOLDERS
           EVALUATE TRUE
               WHEN WS-Acct-Load-Overflow-Flag = "Y"
                   DISPLAY "Account master " WS-Acct-Mast-File-Name
                       " exceeds the 1000-account table - aborting "
                       "posting run so no balances are lost."
               WHEN WS-Pers-Load-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - aborting "
                       "posting run so no transactions are "
                       "mis-diverted to suspense."
               WHEN WS-Rel-Load-Overflow-Flag = "Y"
                   DISPLAY "Account-holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - aborting "
                       "posting run so no transactions are "
                       "mis-diverted to suspense."
               WHEN OTHER
                   PERFORM 4005-RUN-POSTING-PASS
           END-EVALUATE.

       4005-RUN-POSTING-PASS.
           PERFORM 4140-VERIFY-INPUT-TRAILER
           IF WS-Txn-Trailer-OK-Flag = "Y"
               PERFORM 4500-TAKE-SNAPSHOT
               IF WS-Snap-OK-Flag = "Y"
                   PERFORM 4008-POST-VERIFIED-FILE
               END-IF
           END-IF.

       4008-POST-VERIFIED-FILE.
               OPEN OUTPUT TxnRejFile
               OPEN OUTPUT OverRefFile
               OPEN OUTPUT TxnDupeFile
               OPEN OUTPUT DormHoldFile
               PERFORM 4080-LOAD-DUP-TABLE
               PERFORM 4160-LOAD-SUSPENSE-FILE
               IF WS-Susp-Load-Overflow-Flag = "Y"
               CLOSE TxnHistFile
               CLOSE OverRefFile
               CLOSE TxnDupeFile
               CLOSE DormHoldFile
               OPEN OUTPUT TxnRptFile
               PERFORM 4200-WRITE-BALANCE-REPORT
               PERFORM 4255-WRITE-TYPE-SUMMARY
               PERFORM 4260-WRITE-SUSPENSE-SUMMARY
               PERFORM 4270-WRITE-OVERDRAFT-SUMMARY
               PERFORM 4275-WRITE-DUPLICATE-SUMMARY
               PERFORM 4280-WRITE-DORMANCY-SUMMARY
               CLOSE TxnRptFile
               PERFORM 4300-REWRITE-ACCOUNT-MASTER
               DISPLAY "Balance report written to " WS-Txn-Rpt-File-Name
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
           END-IF.

      *> Edit pass - first failing check wins; a blank reason code
               END-IF
           END-IF.

       4045-LOAD-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-Holder-Count
           MOVE "N" TO WS-Rel-Load-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 4046-LOAD-ACCOUNT-HOLDER
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
               DISPLAY "Loaded " WS-Holder-Count " account holders "
                   "from " WS-Rel-File-Name
           END-IF.

       4046-LOAD-ACCOUNT-HOLDER.
           IF WS-Holder-Count >= 2000
               MOVE "Y" TO WS-Rel-Load-Overflow-Flag
               DISPLAY "Account-holder table full (2000 max) - cannot "
                   "load account " AR-Account
           ELSE
               ADD 1 TO WS-Holder-Count
               MOVE WS-Holder-Count TO WS-Hold-Idx
               MOVE AR-Account TO WS-Hold-Account(WS-Hold-Idx)
               MOVE AR-Kennitala TO WS-Hold-Kennitala(WS-Hold-Idx)
               MOVE AR-Status TO WS-Hold-State(WS-Hold-Idx)
           END-IF.

      *> Edit pass - first failing check wins; a blank reason code
      *> means the transaction is clean and may be posted.
       4050-EDIT-TRANSACTION.
                               AND TXN-Type NOT = "F"
                               AND TXN-Type NOT = "I"
                               AND TXN-Type NOT = "T"
                               AND TXN-Type NOT = "R"
                               MOVE "TYPE" TO WS-Txn-Reject-Reason
                           ELSE
                               PERFORM 4055-EDIT-TRANSFER-FIELDS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A transfer must name a to-account other than the account it
      *> debits, carry a reference for the pair, and be keyed as the
      *> debit side. A reversal always carries its reference; one
      *> that offsets a transfer names the counter-account and posts
      *> as a pair under the same rules. No other movement may name
      *> a counter-account. (Carried suspense items do not come
      *> through the edit again, so a one-legged transfer diverted
      *> before pairs were keyed still re-posts as it was.)
       4055-EDIT-TRANSFER-FIELDS.
           EVALUATE TXN-Type
               WHEN "T"
                   IF TXN-Counter-Account = SPACES
                       OR TXN-Counter-Account = TXN-Account
                       OR TXN-Sign NOT = "-"
                       OR TXN-Reference = SPACES
                       MOVE "XFER" TO WS-Txn-Reject-Reason
                   END-IF
               WHEN "R"
                   IF TXN-Reference = SPACES
                       MOVE "XFER" TO WS-Txn-Reject-Reason
                   ELSE
                       IF TXN-Counter-Account NOT = SPACES
                           AND (TXN-Counter-Account = TXN-Account
                               OR TXN-Sign NOT = "-")
                           MOVE "XFER" TO WS-Txn-Reject-Reason
                       END-IF
                   END-IF
               WHEN OTHER
                   IF TXN-Counter-Account NOT = SPACES
                       MOVE "XFER" TO WS-Txn-Reject-Reason
                   END-IF
           END-EVALUATE.

       4060-VALIDATE-TXN-DATE.
           IF TXN-Date IS NOT NUMERIC
               MOVE "DATE" TO WS-Txn-Reject-Reason
                   ADD 1 TO WS-Rej-Amnt-Count
               WHEN "TYPE"
                   ADD 1 TO WS-Rej-Type-Count
               WHEN "XFER"
                   ADD 1 TO WS-Rej-Xfer-Count
           END-EVALUATE
           MOVE SPACES TO TxnRejRec
           MOVE WS-Txn-Reject-Reason TO REJ-Reason-Code
               IF WS-Dup-Found-Flag = "Y"
                   ADD 1 TO WS-Dup-Forced-Count
               END-IF
               IF TXN-Counter-Account NOT = SPACES
                   PERFORM 4400-POST-TRANSFER-PAIR
               ELSE
                   PERFORM 4105-POST-SCREENED-TRANSACTION
               END-IF
           END-IF.

       4105-POST-SCREENED-TRANSACTION.
           ELSE
               MOVE TXN-Amount TO WS-Txn-Amount-Signed
           END-IF
           MOVE TXN-Account TO WS-Post-Account
           PERFORM 4120-CHECK-ACCOUNT-REGISTERED
           IF WS-Txn-Registered-Flag = "N"
               PERFORM 4130-WRITE-SUSPENSE-RECORD
                   ADD 1 TO WS-Susp-Capacity-Count
                   PERFORM 4130-WRITE-SUSPENSE-RECORD
               ELSE
                   IF WS-Acct-Dormant(WS-Acct-Idx) = "D"
                       AND TXN-Sign = "-"
                       AND TXN-Type NOT = "F"
                       AND TXN-Type NOT = "I"
                       AND TXN-Type NOT = "R"
                       PERFORM 4195-WRITE-DORMANT-HOLD
                   ELSE
                       PERFORM 4107-POST-TO-LEDGER
                   END-IF
               END-IF
           END-IF.

      *> Overdraft rule - a debit that would push the closing
      *> balance past the authorized limit is referred, not posted.
      *> A deposit into a dormant account posts and reactivates it.
       4107-POST-TO-LEDGER.
           COMPUTE WS-Over-Would-Bal =
               WS-Acct-Opening(WS-Acct-Idx) +
               WS-Acct-Movement(WS-Acct-Idx) +
               WS-Txn-Amount-Signed
           IF TXN-Sign = "-"
               AND WS-Over-Would-Bal <
                   0 - WS-Acct-Limit(WS-Acct-Idx)
               PERFORM 4190-WRITE-REFERRAL-RECORD
           ELSE
               ADD WS-Txn-Amount-Signed TO
                   WS-Acct-Movement(WS-Acct-Idx)
               PERFORM 4150-COUNT-TYPE-MOVEMENT
               MOVE TxnInRec TO TxnHistRec
               WRITE TxnHistRec
               IF WS-Acct-Dormant(WS-Acct-Idx) = "D"
                   AND TXN-Type = "D"
                   AND TXN-Sign = "+"
                   PERFORM 4197-REACTIVATE-ACCOUNT
               END-IF
           END-IF.

      *> A carried suspense item can be referred here on retry - it is
      *> off suspense but not posted, so it must not count as
      *> re-posted.
           MOVE WS-Acct-Limit(WS-Acct-Idx) TO REF-Limit
           WRITE OverRefRec.

      *> A carried suspense item can be held here on retry - it is off
      *> suspense but not posted, so it must not count as re-posted.
       4195-WRITE-DORMANT-HOLD.
           ADD 1 TO WS-Dorm-Hold-Count
           ADD WS-Txn-Amount-Signed TO WS-Dorm-Hold-Total
           IF WS-Susp-Retry-Flag = "Y"
               MOVE "Y" TO WS-Susp-Rediverted-Flag
           END-IF
           MOVE SPACES TO DormHoldRec
           MOVE "DORM" TO DHL-Reason-Code
           MOVE TxnInRec TO DHL-Txn-Image
           MOVE WS-Acct-Dormant-Date(WS-Acct-Idx) TO DHL-Dormant-Date
           WRITE DormHoldRec.

      *> The dormancy run reports the account as reactivated and then
      *> clears the flag.
       4197-REACTIVATE-ACCOUNT.
           ADD 1 TO WS-Dorm-Reactivated-Count
           MOVE "R" TO WS-Acct-Dormant(WS-Acct-Idx)
           MOVE WS-RunCtl-Business TO WS-Acct-Dormant-Date(WS-Acct-Idx).

       4110-FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-Acct-Overflow-Flag
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
                       OR WS-Acct-ID(WS-Acct-Idx) = WS-Post-Account
           END-PERFORM
           IF WS-Acct-Idx > WS-Account-Count
               IF WS-Account-Count >= 1000
                   MOVE "Y" TO WS-Acct-Overflow-Flag
                   DISPLAY "Account table full (1000 max) - "
                       "diverting account " WS-Post-Account
                       " to suspense"
               ELSE
                   ADD 1 TO WS-Account-Count
                   MOVE WS-Account-Count TO WS-Acct-Idx
                   MOVE WS-Post-Account TO WS-Acct-ID(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Opening(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Movement(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Limit(WS-Acct-Idx)
                   MOVE SPACE TO WS-Acct-Dormant(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Dormant-Date(WS-Acct-Idx)
               END-IF
           END-IF.

      *> An account is registered while at least one of its active
      *> holders is an active person; an account with no holder
      *> records is its owner's kennitala and is checked as one.
       4120-CHECK-ACCOUNT-REGISTERED.
           MOVE "N" TO WS-Txn-Registered-Flag
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
                       OR WS-Txn-Registered-Flag = "Y"
               IF WS-Hold-Account(WS-Hold-Idx) = WS-Post-Account
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                           WS-Check-Kennitala
                       PERFORM 4125-CHECK-PERSON-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Acct-Listed-Flag = "N"
               MOVE WS-Post-Account TO WS-Check-Kennitala
               PERFORM 4125-CHECK-PERSON-KEY
           END-IF.

       4125-CHECK-PERSON-KEY.
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Key-Count
                       OR WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
           END-PERFORM
           IF WS-Pers-Idx NOT > WS-Person-Key-Count
               MOVE "Y" TO WS-Txn-Registered-Flag
               MOVE WS-Run-Date-Num TO SUSP-Arrival-Date
           END-IF
           MOVE TxnInRec TO SUSP-Txn-Image
           MOVE TxnInRec(30:20) TO SUSP-Xfer-Image
           PERFORM 4135-COUNT-SUSPENSE-AGE
           WRITE TxnSuspRec.

               ADD 1 TO WS-Susp-In-Count
               MOVE WS-Susp-In-Count TO WS-Susp-In-Idx
               MOVE SUSP-Txn-Image TO
                   WS-Susp-In-Base(WS-Susp-In-Idx)
               MOVE SUSP-Xfer-Image TO
                   WS-Susp-In-Xfer(WS-Susp-In-Idx)
               MOVE SUSP-Arrival-Date TO
                   WS-Susp-In-Arrival(WS-Susp-In-Idx)
           END-IF.
               WHEN "T"
                   ADD 1 TO WS-Type-Trf-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Trf-Net
               WHEN "R"
                   ADD 1 TO WS-Type-Rev-Count
                   ADD WS-Txn-Amount-Signed TO WS-Type-Rev-Net
           END-EVALUATE.

      *> Two-leg transfer - the from-account and the to-account must
      *> both be registered and both fit in the account table, a
      *> transfer out of a dormant account is held, and the debit
      *> must clear the from-account's overdraft limit, before
      *> either leg moves. Anything that stops one leg holds
      *> the whole record once, with a single reason, in suspense or
      *> on the referral file, so the ledger never carries half a
      *> transfer.
       4400-POST-TRANSFER-PAIR.
           COMPUTE WS-Txn-Amount-Signed = 0 - TXN-Amount
           MOVE TXN-Account TO WS-Post-Account
           PERFORM 4120-CHECK-ACCOUNT-REGISTERED
           IF WS-Txn-Registered-Flag = "Y"
               MOVE TXN-Counter-Account TO WS-Post-Account
               PERFORM 4120-CHECK-ACCOUNT-REGISTERED
           END-IF
           IF WS-Txn-Registered-Flag = "N"
               PERFORM 4130-WRITE-SUSPENSE-RECORD
           ELSE
               MOVE TXN-Account TO WS-Post-Account
               PERFORM 4110-FIND-OR-ADD-ACCOUNT
               SET WS-Xfer-From-Idx TO WS-Acct-Idx
               IF WS-Acct-Overflow-Flag NOT = "Y"
                   MOVE TXN-Counter-Account TO WS-Post-Account
                   PERFORM 4110-FIND-OR-ADD-ACCOUNT
                   SET WS-Xfer-To-Idx TO WS-Acct-Idx
               END-IF
               IF WS-Acct-Overflow-Flag = "Y"
                   ADD 1 TO WS-Susp-Capacity-Count
                   PERFORM 4130-WRITE-SUSPENSE-RECORD
               ELSE
                   SET WS-Acct-Idx TO WS-Xfer-From-Idx
                   COMPUTE WS-Over-Would-Bal =
                       WS-Acct-Opening(WS-Acct-Idx) +
                       WS-Acct-Movement(WS-Acct-Idx) +
                       WS-Txn-Amount-Signed
                   EVALUATE TRUE
                       WHEN WS-Acct-Dormant(WS-Acct-Idx) = "D"
                           AND TXN-Type = "T"
                           PERFORM 4195-WRITE-DORMANT-HOLD
                       WHEN WS-Over-Would-Bal <
                           0 - WS-Acct-Limit(WS-Acct-Idx)
                           PERFORM 4190-WRITE-REFERRAL-RECORD
                       WHEN OTHER
                           PERFORM 4410-POST-TRANSFER-LEGS
                   END-EVALUATE
               END-IF
           END-IF.

      *> Debit leg goes to history exactly as keyed; the credit leg
      *> is the mirror image - to-account, plus sign, and the
      *> from-account as its counterparty - under the same reference.
      *> A reversed transfer posts the same way as an R pair, but
      *> only true transfers go into the transfer proof. A true
      *> transfer into a dormant account reactivates it, as a
      *> deposit does.
       4410-POST-TRANSFER-LEGS.
           SET WS-Acct-Idx TO WS-Xfer-From-Idx
           ADD WS-Txn-Amount-Signed TO WS-Acct-Movement(WS-Acct-Idx)
           IF TXN-Type = "T"
               ADD WS-Txn-Amount-Signed TO WS-Xfer-Debit-Total
           END-IF
           PERFORM 4150-COUNT-TYPE-MOVEMENT
           MOVE TxnInRec TO TxnHistRec
           WRITE TxnHistRec
           MOVE TXN-Counter-Account TO XL-Account
           MOVE TXN-Date TO XL-Date
           MOVE "+" TO XL-Sign
           MOVE TXN-Amount TO XL-Amount
           MOVE TXN-Type TO XL-Type
           MOVE TXN-Account TO XL-Counter-Account
           MOVE TXN-Reference TO XL-Reference
           MOVE TXN-Amount TO WS-Txn-Amount-Signed
           SET WS-Acct-Idx TO WS-Xfer-To-Idx
           ADD WS-Txn-Amount-Signed TO WS-Acct-Movement(WS-Acct-Idx)
           PERFORM 4150-COUNT-TYPE-MOVEMENT
           MOVE WS-Xfer-Leg TO TxnHistRec
           WRITE TxnHistRec
           IF WS-Acct-Dormant(WS-Xfer-To-Idx) = "D"
               AND TXN-Type = "T"
               PERFORM 4197-REACTIVATE-ACCOUNT
           END-IF
           IF TXN-Type = "T"
               ADD WS-Txn-Amount-Signed TO WS-Xfer-Credit-Total
               ADD 1 TO WS-Xfer-Pair-Count
           END-IF.

      *> Every file the posting run rewrites or appends to is copied
      *> into SNAPyyyymmdd.DAT for the business date before posting
      *> starts. If the snapshot cannot be written the run does not
      *> post at all.
       4500-TAKE-SNAPSHOT.
           MOVE "N" TO WS-Snap-OK-Flag
           MOVE SPACES TO WS-Snap-File-Name
           STRING "SNAP" DELIMITED BY SIZE
                  WS-RunCtl-Business DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-Snap-File-Name
           IF WS-Posted-Before-Flag = "Y"
               OPEN INPUT SnapFile
               IF WS-Snap-Status = "00"
                   CLOSE SnapFile
                   MOVE "Y" TO WS-Snap-OK-Flag
                   DISPLAY "Keeping the snapshot taken before the "
                       "first posting of " WS-RunCtl-Business " in "
                       WS-Snap-File-Name
               END-IF
           END-IF
           IF WS-Snap-OK-Flag NOT = "Y"
               OPEN OUTPUT SnapFile
               IF WS-Snap-Status NOT = "00"
                   DISPLAY "Snapshot " WS-Snap-File-Name " could "
                       "not be written (status " WS-Snap-Status
                       ") - posting run abandoned, nothing changed."
               ELSE
                   MOVE 0 TO WS-Snap-File-Count
                   MOVE 0 TO WS-Snap-Record-Count
                   MOVE SPACES TO SnapHeadRec
                   MOVE "HEAD" TO SNPH-Tag
                   MOVE WS-RunCtl-Business TO SNPH-Business-Date
                   ACCEPT SNPH-Taken-Date FROM DATE YYYYMMDD
                   ACCEPT SNPH-Taken-Time FROM TIME
                   WRITE SnapHeadRec
                   MOVE "AMST" TO WS-Snap-Src-Tag
                   MOVE WS-Acct-Mast-File-Name TO WS-Snap-Src-File-Name
                   PERFORM 4510-SNAPSHOT-ONE-FILE
                   MOVE "HIST" TO WS-Snap-Src-Tag
                   MOVE WS-Txn-Hist-File-Name TO WS-Snap-Src-File-Name
                   PERFORM 4510-SNAPSHOT-ONE-FILE
                   MOVE "SUSP" TO WS-Snap-Src-Tag
                   MOVE WS-Txn-Susp-File-Name TO WS-Snap-Src-File-Name
                   PERFORM 4510-SNAPSHOT-ONE-FILE
                   MOVE "OREF" TO WS-Snap-Src-Tag
                   MOVE WS-Over-Ref-File-Name TO WS-Snap-Src-File-Name
                   PERFORM 4510-SNAPSHOT-ONE-FILE
                   MOVE "DUPE" TO WS-Snap-Src-Tag
                   MOVE WS-Txn-Dupe-File-Name TO WS-Snap-Src-File-Name
                   PERFORM 4510-SNAPSHOT-ONE-FILE
                   MOVE "DHLD" TO WS-Snap-Src-Tag
                   MOVE WS-Dorm-Hold-File-Name TO WS-Snap-Src-File-Name
                   PERFORM 4510-SNAPSHOT-ONE-FILE
                   MOVE SPACES TO SnapTrailRec
                   MOVE "TRLR" TO SNPT-Tag
                   MOVE WS-Snap-File-Count TO SNPT-File-Count
                   MOVE WS-Snap-Record-Count TO SNPT-Record-Count
                   WRITE SnapTrailRec
                   CLOSE SnapFile
                   MOVE "Y" TO WS-Snap-OK-Flag
                   DISPLAY "Snapshot of " WS-Snap-File-Count
                       " files (" WS-Snap-Record-Count " records) "
                       "taken in " WS-Snap-File-Name
               END-IF
           END-IF.

       4510-SNAPSHOT-ONE-FILE.
           MOVE 0 TO WS-Snap-Src-Count
           MOVE "N" TO WS-Snap-Src-EOF-Flag
           MOVE "N" TO WS-Snap-Src-Present
           OPEN INPUT SnapSrcFile
           IF WS-Snap-Src-Status = "00"
               PERFORM UNTIL WS-Snap-Src-EOF-Flag = "Y"
                   READ SnapSrcFile
                       AT END
                           MOVE "Y" TO WS-Snap-Src-EOF-Flag
                       NOT AT END
                           MOVE SPACES TO SnapRec
                           MOVE WS-Snap-Src-Tag TO SNP-Tag
                           MOVE SnapSrcRec TO SNP-Image
                           WRITE SnapRec
                           ADD 1 TO WS-Snap-Src-Count
                   END-READ
               END-PERFORM
               CLOSE SnapSrcFile
               MOVE "Y" TO WS-Snap-Src-Present
           END-IF
           MOVE SPACES TO SnapFileRec
           MOVE "FILE" TO SNPF-Tag
           MOVE WS-Snap-Src-Present TO SNPF-Present
           MOVE WS-Snap-Src-Tag TO SNPF-File-Tag
           MOVE WS-Snap-Src-File-Name TO SNPF-File-Name
           MOVE WS-Snap-Src-Count TO SNPF-Count
           WRITE SnapFileRec
           ADD 1 TO WS-Snap-File-Count
           ADD WS-Snap-Src-Count TO WS-Snap-Record-Count.

       4200-WRITE-BALANCE-REPORT.
           MOVE SPACES TO TxnRptRec
           STRING "Account Balance Report" DELIMITED BY SIZE
           STRING "  TYPE bad type code: " DELIMITED BY SIZE
                  WS-Rej-Type-Count DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE SPACES TO TxnRptRec
           STRING "  XFER bad transfer:  " DELIMITED BY SIZE
                  WS-Rej-Xfer-Count DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec.

       4255-WRITE-TYPE-SUMMARY.
                  "   Net: " DELIMITED BY SIZE
                  WS-Type-Net-Display DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE WS-Type-Rev-Net TO WS-Type-Net-Display
           MOVE SPACES TO TxnRptRec
           STRING "  R reversals:   " DELIMITED BY SIZE
                  WS-Type-Rev-Count DELIMITED BY SIZE
                  "   Net: " DELIMITED BY SIZE
                  WS-Type-Net-Display DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           PERFORM 4258-WRITE-TRANSFER-PROOF.

      *> Every transfer pair moves money between two of our own
      *> accounts, so the day's transfer legs must net to zero. A
      *> non-zero T net can only come from a one-legged transfer
      *> carried from before pairs were keyed, and is flagged.
       4258-WRITE-TRANSFER-PROOF.
           MOVE SPACES TO TxnRptRec
           STRING "  Transfer pairs posted: " DELIMITED BY SIZE
                  WS-Xfer-Pair-Count DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE WS-Xfer-Debit-Total TO WS-Type-Net-Display
           MOVE SPACES TO TxnRptRec
           STRING "    Debit legs:  " DELIMITED BY SIZE
                  WS-Type-Net-Display DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE WS-Xfer-Credit-Total TO WS-Type-Net-Display
           MOVE SPACES TO TxnRptRec
           STRING "    Credit legs: " DELIMITED BY SIZE
                  WS-Type-Net-Display DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE WS-Type-Trf-Net TO WS-Type-Net-Display
           MOVE SPACES TO TxnRptRec
           IF WS-Type-Trf-Net = 0
               STRING "    Transfers net to zero:  " DELIMITED BY SIZE
                      WS-Type-Net-Display DELIMITED BY SIZE
                      "  BALANCED" DELIMITED BY SIZE
                      INTO TxnRptRec
           ELSE
               STRING "    Transfers do not net:   " DELIMITED BY SIZE
                      WS-Type-Net-Display DELIMITED BY SIZE
                      "  OUT OF BALANCE" DELIMITED BY SIZE
                      INTO TxnRptRec
           END-IF
           WRITE TxnRptRec.

       4260-WRITE-SUSPENSE-SUMMARY.
               WRITE TxnRptRec
           END-IF.

       4280-WRITE-DORMANCY-SUMMARY.
           MOVE SPACES TO TxnRptRec
           WRITE TxnRptRec
           MOVE SPACES TO TxnRptRec
           STRING "Dormant Accounts" DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE WS-Dorm-Hold-Total TO WS-Dorm-Hold-Display
           MOVE SPACES TO TxnRptRec
           STRING "Debits held:           " DELIMITED BY SIZE
                  WS-Dorm-Hold-Count DELIMITED BY SIZE
                  "   Net amount: " DELIMITED BY SIZE
                  WS-Dorm-Hold-Display DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           MOVE SPACES TO TxnRptRec
           STRING "Reactivated by deposit: " DELIMITED BY SIZE
                  WS-Dorm-Reactivated-Count DELIMITED BY SIZE
                  INTO TxnRptRec
           WRITE TxnRptRec
           IF WS-Dorm-Hold-Count > 0
               MOVE SPACES TO TxnRptRec
               STRING "  see " DELIMITED BY SIZE
                      WS-Dorm-Hold-File-Name DELIMITED BY SPACE
                      " for the held debits" DELIMITED BY SIZE
                      INTO TxnRptRec
               WRITE TxnRptRec
           END-IF.

       4300-REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT AcctMastFile
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   MOVE WS-Acct-Closing TO AM-Balance
               END-IF
               MOVE WS-Acct-Limit(WS-Acct-Idx) TO AM-Overdraft-Limit
               MOVE WS-Acct-Dormant(WS-Acct-Idx) TO AM-Dormant-Flag
               MOVE WS-Acct-Dormant-Date(WS-Acct-Idx) TO AM-Dormant-Date
               WRITE AcctMastRec
           END-PERFORM
           CLOSE AcctMastFile.
                   PERFORM 5300-APPLY-MAINT-ACTION
                   IF WS-Maint-Changed-Flag = "Y"
                       PERFORM 5400-REWRITE-MASTER
                       PERFORM 5600-WRITE-JOURNAL-RECORD
                       DISPLAY "Person master updated."
                   END-IF
               END-IF

       5300-APPLY-MAINT-ACTION.
           MOVE "N" TO WS-Maint-Changed-Flag
           MOVE WS-Maint-Kennitala TO WS-Jnl-Kennitala
           MOVE SPACES TO WS-Jnl-Account
           DISPLAY "Kennitala:  " WS-Maint-Key(WS-Maint-Idx)
           DISPLAY "Name:       " WS-Maint-Name(WS-Maint-Idx)
           IF WS-Maint-Status(WS-Maint-Idx) = "I"
           DISPLAY "1. Change name"
           DISPLAY "2. Mark inactive"
           DISPLAY "3. Set overdraft limit"
           DISPLAY "4. Change history"
           DISPLAY "9. No change"
           DISPLAY "Select action: " WITH NO ADVANCING
           ACCEPT WS-Maint-Choice
               WHEN 1
                   DISPLAY "New name: " WITH NO ADVANCING
                   ACCEPT WS-Maint-New-Name
                   MOVE "NAME" TO WS-Jnl-Action
                   MOVE "NAME" TO WS-Jnl-Field
                   MOVE WS-Maint-Name(WS-Maint-Idx) TO WS-Jnl-Before
                   MOVE WS-Maint-New-Name TO WS-Jnl-After
                   MOVE WS-Maint-New-Name TO
                       WS-Maint-Name(WS-Maint-Idx)
                   MOVE "Y" TO WS-Maint-Changed-Flag
                   IF WS-Maint-Status(WS-Maint-Idx) = "I"
                       DISPLAY "Record is already inactive."
                   ELSE
                       MOVE "DEAC" TO WS-Jnl-Action
                       MOVE "STATUS" TO WS-Jnl-Field
                       MOVE "ACTIVE" TO WS-Jnl-Before
                       MOVE "INACTIVE" TO WS-Jnl-After
                       MOVE "I" TO WS-Maint-Status(WS-Maint-Idx)
                       MOVE "Y" TO WS-Maint-Changed-Flag
                   END-IF
               WHEN 3
                   PERFORM 5500-SET-OVERDRAFT-LIMIT
               WHEN 4
                   PERFORM 5700-SHOW-CHANGE-HISTORY
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE.
      *> directly and leaves WS-Maint-Changed-Flag alone. The limit
      *> is keyed digits-only, like the accrual parameters, so a
      *> mis-typed decimal point cannot authorize the wrong amount.
      *> The limit is set on one account the person holds - by
      *> default the account numbered by their own kennitala.
       5500-SET-OVERDRAFT-LIMIT.
           DISPLAY "Account (blank for " WS-Maint-Kennitala "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-Maint-Account
           ACCEPT WS-Maint-Account
           IF WS-Maint-Account = SPACES
               MOVE WS-Maint-Kennitala TO WS-Maint-Account
           END-IF
           PERFORM 4010-LOAD-ACCOUNT-MASTER
           PERFORM 4045-LOAD-ACCOUNT-HOLDERS
           PERFORM 5520-CHECK-MAINT-HOLDER
           EVALUATE TRUE
               WHEN WS-Acct-Load-Overflow-Flag = "Y"
                   DISPLAY "Account master " WS-Acct-Mast-File-Name
                       " exceeds the 1000-account table - cannot "
                       "maintain it safely, no changes made."
               WHEN WS-Rel-Load-Overflow-Flag = "Y"
                   DISPLAY "Account-holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - cannot "
                       "check the holder, no changes made."
               WHEN WS-Maint-Holder-Flag NOT = "Y"
                   DISPLAY "Kennitala " WS-Maint-Kennitala " does not "
                       "hold account " WS-Maint-Account " - no "
                       "change made."
               WHEN OTHER
                   PERFORM 5505-APPLY-OVERDRAFT-LIMIT
           END-EVALUATE.

       5505-APPLY-OVERDRAFT-LIMIT.
           PERFORM 5510-FIND-MAINT-ACCOUNT
           IF WS-Acct-Overflow-Flag = "Y"
               DISPLAY "Account table full (1000 max) - no "
                   "change made."
           ELSE
               MOVE WS-Acct-Limit(WS-Acct-Idx) TO
                   WS-Maint-Limit-Display
               DISPLAY "Current overdraft limit: "
                   WS-Maint-Limit-Display
               DISPLAY "New limit in whole kronur (7 digits, "
                   "0005000 = 5000): " WITH NO ADVANCING
               ACCEPT WS-Maint-New-Limit
               IF WS-Maint-New-Limit IS NOT NUMERIC
                   DISPLAY "Not a 7-digit amount - no change "
                       "made."
               ELSE
                   MOVE WS-Maint-Limit-Display TO WS-Jnl-Before
                   MOVE WS-Maint-Limit-Num TO
                       WS-Acct-Limit(WS-Acct-Idx)
                   MOVE WS-Acct-Limit(WS-Acct-Idx) TO
                       WS-Maint-Limit-Display
                   PERFORM 4300-REWRITE-ACCOUNT-MASTER
                   MOVE "ODLM" TO WS-Jnl-Action
                   MOVE "ODLIMIT" TO WS-Jnl-Field
                   MOVE WS-Maint-Account TO WS-Jnl-Account
                   MOVE WS-Maint-Limit-Display TO WS-Jnl-After
                   PERFORM 5600-WRITE-JOURNAL-RECORD
                   DISPLAY "Overdraft limit for account "
                       WS-Maint-Account " set to "
                       WS-Maint-Limit-Display " in "
                       WS-Acct-Mast-File-Name
               END-IF
           END-IF.

           MOVE "N" TO WS-Acct-Overflow-Flag
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
                       OR WS-Acct-ID(WS-Acct-Idx) = WS-Maint-Account
           END-PERFORM
           IF WS-Acct-Idx > WS-Account-Count
               IF WS-Account-Count >= 1000
               ELSE
                   ADD 1 TO WS-Account-Count
                   MOVE WS-Account-Count TO WS-Acct-Idx
                   MOVE WS-Maint-Account TO WS-Acct-ID(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Opening(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Movement(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Limit(WS-Acct-Idx)
                   MOVE SPACE TO WS-Acct-Dormant(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Dormant-Date(WS-Acct-Idx)
               END-IF
           END-IF.

      *> The person's own-kennitala account is theirs while it has no
      *> holder records; any other account needs an active holder
      *> record naming them.
       5520-CHECK-MAINT-HOLDER.
           MOVE "N" TO WS-Maint-Holder-Flag
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
               IF WS-Hold-Account(WS-Hold-Idx) = WS-Maint-Account
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF WS-Hold-Kennitala(WS-Hold-Idx) = WS-Maint-Kennitala
                       AND WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE "Y" TO WS-Maint-Holder-Flag
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Acct-Listed-Flag = "N"
               AND WS-Maint-Account = WS-Maint-Kennitala
               MOVE "Y" TO WS-Maint-Holder-Flag
           END-IF.

       5400-REWRITE-MASTER.
           OPEN OUTPUT PersonMaster
           PERFORM VARYING WS-Maint-Idx FROM 1 BY 1
           END-PERFORM
           CLOSE PersonMaster.

       5050-ACCEPT-OPERATOR-ID.
           MOVE SPACES TO WS-Operator-Id
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-Operator-Id
           IF WS-Operator-Id = SPACES
               DISPLAY "An operator ID is required - every "
                   "person-master change is journaled under it."
           END-IF.

      *> Appends the change described in the WS-Jnl- fields to the
      *> maintenance journal under the session's operator ID.
       5600-WRITE-JOURNAL-RECORD.
           OPEN EXTEND MaintJnlFile
           IF WS-Maint-Jnl-Status NOT = "00"
               OPEN OUTPUT MaintJnlFile
           END-IF
           MOVE SPACES TO MaintJnlRec
           MOVE WS-Jnl-Kennitala TO MJ-Kennitala
           MOVE WS-Jnl-Action TO MJ-Action
           MOVE WS-Jnl-Field TO MJ-Field
           MOVE WS-Jnl-Account TO MJ-Account
           MOVE WS-Jnl-Before TO MJ-Before
           MOVE WS-Jnl-After TO MJ-After
           MOVE WS-Operator-Id TO MJ-Operator
           ACCEPT MJ-Date FROM DATE YYYYMMDD
           ACCEPT MJ-Time FROM TIME
           WRITE MaintJnlRec
           CLOSE MaintJnlFile.

      *> Every journal record for the kennitala, oldest first, in
      *> the order the journal holds them.
       5700-SHOW-CHANGE-HISTORY.
           MOVE 0 TO WS-Hist-Count
           MOVE "N" TO WS-Maint-Jnl-EOF-Flag
           DISPLAY "Change history for " WS-Maint-Kennitala
           OPEN INPUT MaintJnlFile
           IF WS-Maint-Jnl-Status = "00"
               PERFORM UNTIL WS-Maint-Jnl-EOF-Flag = "Y"
                   READ MaintJnlFile
                       AT END
                           MOVE "Y" TO WS-Maint-Jnl-EOF-Flag
                       NOT AT END
                           IF MJ-Kennitala = WS-Maint-Kennitala
                               PERFORM 5710-SHOW-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaintJnlFile
           END-IF
           IF WS-Hist-Count = 0
               DISPLAY "No changes recorded for this kennitala."
           ELSE
               DISPLAY WS-Hist-Count " changes listed."
           END-IF.

       5710-SHOW-HISTORY-ENTRY.
           ADD 1 TO WS-Hist-Count
           EVALUATE MJ-Action
               WHEN "REGN"
                   MOVE "New registration" TO WS-Jnl-Action-Name
               WHEN "NAME"
                   MOVE "Name change" TO WS-Jnl-Action-Name
               WHEN "DEAC"
                   MOVE "Deactivation" TO WS-Jnl-Action-Name
               WHEN "ODLM"
                   MOVE "Overdraft limit change" TO WS-Jnl-Action-Name
               WHEN OTHER
                   MOVE MJ-Action TO WS-Jnl-Action-Name
           END-EVALUATE
           DISPLAY MJ-Date " " MJ-Time(1:6) " " WS-Jnl-Action-Name
               " by " MJ-Operator
           IF MJ-Account NOT = SPACES
               DISPLAY "    " MJ-Field " on account " MJ-Account
           ELSE
               DISPLAY "    " MJ-Field
           END-IF
           DISPLAY "    Before: " MJ-Before
           DISPLAY "    After:  " MJ-After.

      *> The same-day rerun guard: a COMPLETED posting run already
      *> on the log for this business date means the file has been
      *> posted once - exactly the double-upload hole the log
      *> exists to close. A completed rollback of the date after it
      *> has undone that posting, so the corrected file posts again
      *> without an override.
       9400-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-Posted-Before-Flag
           MOVE "N" TO WS-RunCtl-EOF-Flag
                   AT END
                       MOVE "Y" TO WS-RunCtl-EOF-Flag
                   NOT AT END
                       IF RC-Event = "END"
                           AND RC-Outcome = "COMPLETED"
                           AND RC-Business-Date = WS-RunCtl-Business
                           EVALUATE RC-Program
                               WHEN WS-RunCtl-Program
                                   MOVE "Y" TO WS-Posted-Before-Flag
                               WHEN "rollback"
                                   MOVE "N" TO WS-Posted-Before-Flag
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
