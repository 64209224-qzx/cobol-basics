       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxextract.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxnHistFile ASSIGN TO DYNAMIC WS-Hist-Scan-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Hist-Status.
           SELECT AcctMastFile ASSIGN TO DYNAMIC WS-Acct-Mast-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Acct-Mast-Status.
           SELECT AcctOpenFile ASSIGN TO DYNAMIC WS-Acct-Open-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Acct-Open-Status.
           SELECT RevRegFile ASSIGN TO DYNAMIC WS-Rev-Reg-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rev-Reg-Status.
           SELECT PersonMaster ASSIGN TO DYNAMIC WS-Master-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.
           SELECT TaxExtFile ASSIGN TO DYNAMIC WS-Extract-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TaxRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Posted-history layout, same record coby appends in its
      *> ledger pass - read from the tax year's twelve generation
      *> files, from any later month already closed, and from
      *> TXNHIST.DAT. TXN-Type I = interest, F = fee, R = reversal.
        FD TxnHistFile.
        01 TxnHistRec.
          02 TXN-Account PIC X(10).
          02 TXN-Date PIC 9(8).
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

        FD AcctMastFile.
        01 AcctMastRec.
          02 AM-Account PIC X(10).
          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

      *> Brought-forward balances as at the last month-end close.
      *> Same layout mthclose writes.
        FD AcctOpenFile.
        01 AcctOpenRec.
          02 AO-Account PIC X(10).
          02 AO-Sign PIC X.
          02 AO-Balance PIC 9(7)V99.

      *> Reversal register kept by the reversal program - the image
      *> of each reversed entry under the reference its R posting
      *> carries, so reversed interest and fees can be netted out.
        FD RevRegFile.
        01 RevRegRec.
          02 RR-Orig-Image.
            03 RR-Orig-Account PIC X(10).
            03 RR-Orig-Date PIC 9(8).
            03 RR-Orig-Sign PIC X.
            03 RR-Orig-Amount PIC 9(7)V99.
            03 RR-Orig-Type PIC X.
            03 RR-Orig-Counter PIC X(10).
            03 RR-Orig-Reference PIC X(10).
          02 FILLER PIC X.
          02 RR-Reversal-Date PIC 9(8).
          02 FILLER PIC X.
          02 RR-Reference PIC X(10).

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

      *> Fixed interchange layout for the tax authority: a header,
      *> then the individuals' section and the companies' section,
      *> each opened by a section record and closed by a section
      *> total, then a file trailer with the record count and the
      *> grand control totals. Amounts carry a separate sign byte,
      *> the same shape as the account master, and have two implied
      *> decimals. Every record is 95 bytes; unused positions are
      *> spaces.
      *>   H header   1 type "H", 2-9 file id, 10-13 tax year,
      *>              14-21 period from, 22-29 period to,
      *>              30-37 run date, 38-95 spaces
      *>   S section  1 type "S", 2 section I/C, 3-32 description,
      *>              33-95 spaces
      *>   D detail   1 type "D", 2 section I/C, 3-12 kennitala,
      *>              13-42 name, 43-49 entity type, 50-52 accounts,
      *>              53 interest sign, 54-64 interest 9(9)V99,
      *>              65 fees sign, 66-76 fees 9(9)V99, 77 balance
      *>              sign, 78-90 balance 9(11)V99, 91-94 tax year,
      *>              95 space
      *>   E/T totals 1 type "E" section total or "T" file trailer,
      *>              2 section I/C (space on T), 3-8 kennitala
      *>              count, 9-14 record count, 15 interest sign,
      *>              16-28 interest 9(11)V99, 29 fees sign, 30-42
      *>              fees 9(11)V99, 43 balance sign, 44-56 balance
      *>              9(11)V99, 57-95 spaces
        FD TaxExtFile.
        01 TaxDetailRec.
          02 TAX-Rec-Type PIC X.
          02 TAX-Section PIC X.
          02 TAX-Kennitala PIC X(10).
          02 TAX-Name PIC X(30).
          02 TAX-Entity-Type PIC X(7).
          02 TAX-Account-Count PIC 9(3).
          02 TAX-Interest-Sign PIC X.
          02 TAX-Interest PIC 9(9)V99.
          02 TAX-Fees-Sign PIC X.
          02 TAX-Fees PIC 9(9)V99.
          02 TAX-Balance-Sign PIC X.
          02 TAX-Balance PIC 9(11)V99.
          02 TAX-Tax-Year PIC 9(4).
          02 FILLER PIC X.
        01 TaxHeaderRec.
          02 TAXH-Rec-Type PIC X.
          02 TAXH-File-Id PIC X(8).
          02 TAXH-Tax-Year PIC 9(4).
          02 TAXH-Period-From PIC 9(8).
          02 TAXH-Period-To PIC 9(8).
          02 TAXH-Run-Date PIC 9(8).
          02 FILLER PIC X(58).
        01 TaxSectionRec.
          02 TAXS-Rec-Type PIC X.
          02 TAXS-Section PIC X.
          02 TAXS-Description PIC X(30).
          02 FILLER PIC X(63).
        01 TaxTotalRec.
          02 TAXT-Rec-Type PIC X.
          02 TAXT-Section PIC X.
          02 TAXT-Kennitala-Count PIC 9(6).
          02 TAXT-Record-Count PIC 9(6).
          02 TAXT-Interest-Sign PIC X.
          02 TAXT-Interest PIC 9(11)V99.
          02 TAXT-Fees-Sign PIC X.
          02 TAXT-Fees PIC 9(11)V99.
          02 TAXT-Balance-Sign PIC X.
          02 TAXT-Balance PIC 9(11)V99.
          02 FILLER PIC X(39).

        FD TaxRptFile.
        01 TaxRptRec PIC X(80).

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
       01 WS-RunCtl-Program PIC X(10) VALUE "taxextract".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.

      *> Year-end tax extract - per kennitala, the interest credited
      *> and fees charged during the tax year and the balance held on
      *> 31 December. The year's figures come from its twelve closed
      *> generation files; the 31 December balance is the brought-
      *> forward file rolled back over any month closed since, and
      *> the proof report ties it to the account master the way the
      *> trial balance does.
       01 WS-Txn-Hist-File-Name PIC X(40) VALUE "TXNHIST.DAT".
       01 WS-Hist-Scan-File-Name PIC X(40) VALUE SPACES.
       01 WS-Acct-Mast-File-Name PIC X(40) VALUE "ACCTMAST.DAT".
       01 WS-Acct-Open-File-Name PIC X(40) VALUE "ACCTOPEN.DAT".
       01 WS-Rev-Reg-File-Name PIC X(40) VALUE "REVREG.DAT".
       01 WS-Master-File-Name PIC X(40) VALUE "PERSMAST.DAT".
       01 WS-Rel-File-Name PIC X(40) VALUE "ACCTREL.DAT".
       01 WS-Extract-File-Name PIC X(40) VALUE "TAXEXT.DAT".
       01 WS-Rpt-File-Name PIC X(40) VALUE "TAXRPT.DAT".
       01 WS-Txn-Hist-Status PIC XX VALUE "00".
       01 WS-Acct-Mast-Status PIC XX VALUE "00".
       01 WS-Acct-Open-Status PIC XX VALUE "00".
       01 WS-Rev-Reg-Status PIC XX VALUE "00".
       01 WS-Master-Status PIC XX VALUE "00".
       01 WS-Rel-Status PIC XX VALUE "00".
       01 WS-Hist-EOF-Flag PIC X VALUE "N".
       01 WS-Master-EOF-Flag PIC X VALUE "N".

       01 WS-Run-Date-Raw.
         02 WS-Run-Date-Year PIC 9999.
         02 WS-Run-Date-Month PIC 99.
         02 WS-Run-Date-Day PIC 99.
       01 WS-Year-Answer PIC X(4) VALUE SPACES.
       01 WS-Tax-Year PIC 9(4) VALUE 0.
       01 WS-Year-Start PIC 9(8) VALUE 0.
       01 WS-Year-End PIC 9(8) VALUE 0.
       01 WS-Parms-OK-Flag PIC X VALUE "N".

      *> Generation-file walk - the tax year's months must all be on
      *> file; later months are read for as long as they are.
       01 WS-Scan-Period.
         02 WS-Scan-Year PIC 9(4).
         02 WS-Scan-Month PIC 9(2).
       01 WS-Scan-Period-Num REDEFINES WS-Scan-Period PIC 9(6).
       01 WS-Scan-Kind PIC X VALUE SPACE.
       01 WS-Gen-Exists-Flag PIC X VALUE "N".
       01 WS-Missing-Count PIC 9(2) VALUE 0.
       01 WS-Missing-List PIC X(84) VALUE SPACES.
       01 WS-Missing-Ptr PIC 9(3) VALUE 1.
       01 WS-Later-More-Flag PIC X VALUE "N".
       01 WS-Later-Files-Count PIC 9(4) VALUE 0.
       01 WS-Last-Closed-Period PIC 9(6) VALUE 0.
       01 WS-Year-Rec-Count PIC 9(7) VALUE 0.
       01 WS-Later-Rec-Count PIC 9(7) VALUE 0.
       01 WS-Open-Rec-Count PIC 9(7) VALUE 0.
       01 WS-Outside-Year-Count PIC 9(6) VALUE 0.
       01 WS-Late-Year-Count PIC 9(6) VALUE 0.

      *> Per-account figures. Open-Bal is the brought-forward balance
      *> as at the last close; Later-Closed is movement dated after
      *> the tax year in months closed since; Hist-After and
      *> Hist-In-Year are the open history after the year and any
      *> record still there dated in or before it.
       01 WS-Acct-Table.
         02 WS-Acct-Entry OCCURS 1000 TIMES INDEXED BY WS-Acct-Idx.
           03 WS-Acct-ID PIC X(10).
           03 WS-Acct-Master-Bal PIC S9(9)V99.
           03 WS-Acct-On-Master PIC X.
           03 WS-Acct-Open-Bal PIC S9(9)V99.
           03 WS-Acct-Later-Closed PIC S9(9)V99.
           03 WS-Acct-Hist-After PIC S9(9)V99.
           03 WS-Acct-Hist-In-Year PIC S9(9)V99.
           03 WS-Acct-Interest PIC S9(9)V99.
           03 WS-Acct-Fees PIC S9(9)V99.
           03 WS-Acct-Year-End-Bal PIC S9(9)V99.
       01 WS-Account-Count PIC 9(4) VALUE 0.
       01 WS-Acct-Overflow-Flag PIC X VALUE "N".
       01 WS-Work-Account PIC X(10) VALUE SPACES.
       01 WS-Txn-Amount-Signed PIC S9(7)V99 VALUE 0.

       01 WS-Reg-Table.
         02 WS-Reg-Entry OCCURS 2000 TIMES INDEXED BY WS-Reg-Idx.
           03 WS-Reg-Account PIC X(10).
           03 WS-Reg-Type PIC X.
           03 WS-Reg-Reference PIC X(10).
       01 WS-Reg-Count PIC 9(4) VALUE 0.
       01 WS-Reg-Overflow-Flag PIC X VALUE "N".
       01 WS-Reversed-Type PIC X VALUE SPACE.
       01 WS-Netted-Count PIC 9(6) VALUE 0.

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
           03 WS-Hold-Opened PIC 9(8).
           03 WS-Hold-Closed PIC 9(8).
       01 WS-Holder-Count PIC 9(4) VALUE 0.
       01 WS-Rel-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Acct-Listed-Flag PIC X VALUE "N".

      *> The owners an account's figures are split between - owners
      *> and joint owners holding it on 31 December, in equal shares,
      *> the odd aurar going to the first. Signatories hold no share.
       01 WS-Share-Table.
         02 WS-Share-Entry OCCURS 20 TIMES INDEXED BY WS-Share-Idx.
           03 WS-Share-Kennitala PIC X(10).
       01 WS-Share-Count PIC 9(2) VALUE 0.
       01 WS-Share-Others PIC 9(2) VALUE 0.
       01 WS-Share-Interest PIC S9(9)V99 VALUE 0.
       01 WS-Share-Fees PIC S9(9)V99 VALUE 0.
       01 WS-Share-Balance PIC S9(9)V99 VALUE 0.
       01 WS-First-Interest PIC S9(9)V99 VALUE 0.
       01 WS-First-Fees PIC S9(9)V99 VALUE 0.
       01 WS-First-Balance PIC S9(9)V99 VALUE 0.
       01 WS-Split-Count PIC 9(4) VALUE 0.

       01 WS-Kenni-Table.
         02 WS-Kenni-Entry OCCURS 2000 TIMES INDEXED BY WS-Kenni-Idx.
           03 WS-Kenni-Key PIC X(10).
           03 WS-Kenni-Section PIC X.
           03 WS-Kenni-Name PIC X(30).
           03 WS-Kenni-Entity PIC X(7).
           03 WS-Kenni-Acct-Count PIC 9(3).
           03 WS-Kenni-Interest PIC S9(9)V99.
           03 WS-Kenni-Fees PIC S9(9)V99.
           03 WS-Kenni-Balance PIC S9(9)V99.
       01 WS-Kenni-Count PIC 9(4) VALUE 0.
       01 WS-Kenni-Overflow-Flag PIC X VALUE "N".
       01 WS-Unnamed-Count PIC 9(4) VALUE 0.
       01 WS-Unparsed-Count PIC 9(4) VALUE 0.
       01 WS-Reported-Acct-Count PIC 9(4) VALUE 0.

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
      *> of 0-3 for a person (same rule as kennicheck). Companies
      *> are reported in section C, everyone else in section I.
       01 WS-Entity-Type PIC X(7) VALUE SPACES.
       01 WS-Section-Code PIC X VALUE SPACE.

       01 WS-Section-Kenni-Count PIC 9(6) VALUE 0.
       01 WS-Section-Interest PIC S9(11)V99 VALUE 0.
       01 WS-Section-Fees PIC S9(11)V99 VALUE 0.
       01 WS-Section-Balance PIC S9(11)V99 VALUE 0.
       01 WS-Indv-Kenni-Count PIC 9(6) VALUE 0.
       01 WS-Indv-Interest PIC S9(11)V99 VALUE 0.
       01 WS-Indv-Fees PIC S9(11)V99 VALUE 0.
       01 WS-Indv-Balance PIC S9(11)V99 VALUE 0.
       01 WS-Comp-Kenni-Count PIC 9(6) VALUE 0.
       01 WS-Comp-Interest PIC S9(11)V99 VALUE 0.
       01 WS-Comp-Fees PIC S9(11)V99 VALUE 0.
       01 WS-Comp-Balance PIC S9(11)V99 VALUE 0.
       01 WS-Ext-Record-Count PIC 9(6) VALUE 0.
       01 WS-Ext-Interest PIC S9(11)V99 VALUE 0.
       01 WS-Ext-Fees PIC S9(11)V99 VALUE 0.
       01 WS-Ext-Balance PIC S9(11)V99 VALUE 0.
       01 WS-Total-Work PIC S9(11)V99 VALUE 0.

      *> Proof totals over the account table.
       01 WS-Tot-Interest PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Fees PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Year-End PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Later-Closed PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Hist-After PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Computed PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Master PIC S9(11)V99 VALUE 0.
       01 WS-Tot-Difference PIC S9(11)V99 VALUE 0.
       01 WS-Computed-Bal PIC S9(9)V99 VALUE 0.
       01 WS-Difference PIC S9(9)V99 VALUE 0.
       01 WS-Drift-Count PIC 9(4) VALUE 0.
       01 WS-Agree-Flag PIC X VALUE "Y".
       01 WS-Year-End-Display PIC -(8)9.99.
       01 WS-Later-Display PIC -(8)9.99.
       01 WS-Computed-Display PIC -(8)9.99.
       01 WS-Master-Display PIC -(8)9.99.
       01 WS-Diff-Display PIC -(8)9.99.
       01 WS-Total-Display PIC -(10)9.99.
       01 WS-Total-Display-2 PIC -(10)9.99.
       01 WS-Proof-Label PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Taxextract - Year-End Tax Authority Extract"
           ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
           MOVE WS-Run-Date-Raw TO WS-RunCtl-Business
           PERFORM 1000-ACCEPT-TAX-YEAR
           MOVE 0 TO WS-Kenni-Count
           PERFORM 9500-WRITE-RUN-START
           IF WS-Parms-OK-Flag NOT = "Y"
               DISPLAY "No valid tax year entered - extract "
                   "abandoned."
           ELSE
               PERFORM 2000-RUN-EXTRACT
           END-IF
           MOVE WS-Kenni-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       1000-ACCEPT-TAX-YEAR.
           MOVE "N" TO WS-Parms-OK-Flag
           DISPLAY "Tax year (YYYY, blank for last year): "
               WITH NO ADVANCING
           ACCEPT WS-Year-Answer
           IF WS-Year-Answer = SPACES
               COMPUTE WS-Tax-Year = WS-Run-Date-Year - 1
               MOVE WS-Tax-Year TO WS-Year-Answer
           END-IF
           IF WS-Year-Answer IS NUMERIC
               AND WS-Year-Answer NOT = "0000"
               AND WS-Year-Answer < WS-Run-Date-Raw(1:4)
               MOVE WS-Year-Answer TO WS-Tax-Year
               COMPUTE WS-Year-Start = WS-Tax-Year * 10000 + 101
               COMPUTE WS-Year-End = WS-Tax-Year * 10000 + 1231
               MOVE "Y" TO WS-Parms-OK-Flag
               DISPLAY "Extracting tax year " WS-Tax-Year
           ELSE
               DISPLAY "Tax year [" WS-Year-Answer "] is not a "
                   "finished year in YYYY form."
           END-IF.

       2000-RUN-EXTRACT.
           PERFORM 2100-CHECK-MONTHS-CLOSED
           IF WS-Missing-Count > 0
               DISPLAY "Tax year " WS-Tax-Year " is not fully "
                   "closed - no generation file for month(s): "
                   WS-Missing-List
               DISPLAY "Run mthclose for every month of the year "
                   "first. Extract refused, nothing written."
           ELSE
               MOVE 0 TO WS-Year-Rec-Count
               MOVE 0 TO WS-Later-Rec-Count
               MOVE 0 TO WS-Open-Rec-Count
               MOVE 0 TO WS-Outside-Year-Count
               MOVE 0 TO WS-Late-Year-Count
               MOVE 0 TO WS-Netted-Count
               PERFORM 2200-LOAD-ACCOUNT-MASTER
               PERFORM 2220-LOAD-BROUGHT-FORWARD
               PERFORM 2300-LOAD-REVERSAL-REGISTER
               PERFORM 2400-SCAN-ALL-HISTORY
               PERFORM 2500-LOAD-PERSON-TABLE
               PERFORM 2600-LOAD-HOLDER-TABLE
               EVALUATE TRUE
                   WHEN WS-Acct-Overflow-Flag = "Y"
                       DISPLAY "Account table full (1000 max) - "
                           "extract abandoned."
                   WHEN WS-Reg-Overflow-Flag = "Y"
                       DISPLAY "Reversal register " WS-Rev-Reg-File-Name
                           " exceeds the 2000-entry table - extract "
                           "abandoned."
                   WHEN WS-Pers-Load-Overflow-Flag = "Y"
                       DISPLAY "Person master " WS-Master-File-Name
                           " exceeds the 1000-person table - "
                           "extract abandoned."
                   WHEN WS-Rel-Load-Overflow-Flag = "Y"
                       DISPLAY "Holder file " WS-Rel-File-Name
                           " exceeds the 2000-holder table - "
                           "extract abandoned."
                   WHEN OTHER
                       PERFORM 3000-BUILD-KENNITALA-TOTALS
                       IF WS-Kenni-Overflow-Flag = "Y"
                           DISPLAY "Kennitala table full (2000 max) "
                               "- extract abandoned."
                       ELSE
                           OPEN OUTPUT TaxExtFile
                           PERFORM 4000-WRITE-EXTRACT
                           CLOSE TaxExtFile
                           OPEN OUTPUT TaxRptFile
                           PERFORM 5000-WRITE-PROOF-REPORT
                           CLOSE TaxRptFile
                           DISPLAY "Extracted " WS-Kenni-Count
                               " kennitalas (" WS-Indv-Kenni-Count
                               " individuals, " WS-Comp-Kenni-Count
                               " companies) to " WS-Extract-File-Name
                           DISPLAY "Proof report written to "
                               WS-Rpt-File-Name
                           IF WS-Agree-Flag NOT = "Y"
                               DISPLAY "*** Extract does not agree "
                                   "with the trial balance - see "
                                   "the proof report ***"
                           END-IF
                           MOVE "COMPLETED" TO WS-Run-Outcome
                       END-IF
               END-EVALUATE
           END-IF.

      *> A month is closed once mthclose has cut its generation file;
      *> mthclose refuses to cut the same month twice, so the file is
      *> the evidence of the close.
       2100-CHECK-MONTHS-CLOSED.
           MOVE 0 TO WS-Missing-Count
           MOVE SPACES TO WS-Missing-List
           MOVE 1 TO WS-Missing-Ptr
           MOVE WS-Tax-Year TO WS-Scan-Year
           MOVE 1 TO WS-Scan-Month
           PERFORM UNTIL WS-Scan-Month > 12
               PERFORM 2110-PROBE-GENERATION
               IF WS-Gen-Exists-Flag = "N"
                   ADD 1 TO WS-Missing-Count
                   STRING WS-Scan-Period DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INTO WS-Missing-List
                          WITH POINTER WS-Missing-Ptr
               END-IF
               ADD 1 TO WS-Scan-Month
           END-PERFORM.

       2110-PROBE-GENERATION.
           MOVE "N" TO WS-Gen-Exists-Flag
           MOVE SPACES TO WS-Hist-Scan-File-Name
           STRING "TXNH" DELIMITED BY SIZE
                  WS-Scan-Period DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-Hist-Scan-File-Name
           OPEN INPUT TxnHistFile
           IF WS-Txn-Hist-Status = "00"
               MOVE "Y" TO WS-Gen-Exists-Flag
               CLOSE TxnHistFile
           END-IF.

       2200-LOAD-ACCOUNT-MASTER.
           MOVE 0 TO WS-Account-Count
           MOVE "N" TO WS-Acct-Overflow-Flag
           OPEN INPUT AcctMastFile
           IF WS-Acct-Mast-Status NOT = "00"
               DISPLAY "No account master found ("
                   WS-Acct-Mast-File-Name "), every account will "
                   "show as off-master in the proof."
           ELSE
               PERFORM UNTIL WS-Acct-Mast-Status NOT = "00"
                   READ AcctMastFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2210-LOAD-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctMastFile
           END-IF.

       2210-LOAD-MASTER-ENTRY.
           MOVE AM-Account TO WS-Work-Account
           PERFORM 2240-FIND-OR-ADD-ACCOUNT
           IF WS-Acct-Overflow-Flag NOT = "Y"
               MOVE "Y" TO WS-Acct-On-Master(WS-Acct-Idx)
               IF AM-Sign = "-"
                   COMPUTE WS-Acct-Master-Bal(WS-Acct-Idx) =
                       0 - AM-Balance
               ELSE
                   MOVE AM-Balance TO WS-Acct-Master-Bal(WS-Acct-Idx)
               END-IF
           END-IF.

       2220-LOAD-BROUGHT-FORWARD.
           OPEN INPUT AcctOpenFile
           IF WS-Acct-Open-Status NOT = "00"
               DISPLAY "No brought-forward file ("
                   WS-Acct-Open-File-Name "), balances start from "
                   "zero."
           ELSE
               PERFORM UNTIL WS-Acct-Open-Status NOT = "00"
                   READ AcctOpenFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2230-LOAD-BFWD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctOpenFile
           END-IF.

       2230-LOAD-BFWD-ENTRY.
           MOVE AO-Account TO WS-Work-Account
           PERFORM 2240-FIND-OR-ADD-ACCOUNT
           IF WS-Acct-Overflow-Flag NOT = "Y"
               IF AO-Sign = "-"
                   COMPUTE WS-Acct-Open-Bal(WS-Acct-Idx) =
                       0 - AO-Balance
               ELSE
                   MOVE AO-Balance TO WS-Acct-Open-Bal(WS-Acct-Idx)
               END-IF
           END-IF.

       2240-FIND-OR-ADD-ACCOUNT.
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
                   MOVE 0 TO WS-Acct-Master-Bal(WS-Acct-Idx)
                   MOVE "N" TO WS-Acct-On-Master(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Open-Bal(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Later-Closed(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Hist-After(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Hist-In-Year(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Interest(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Fees(WS-Acct-Idx)
                   MOVE 0 TO WS-Acct-Year-End-Bal(WS-Acct-Idx)
               END-IF
           END-IF.

       2300-LOAD-REVERSAL-REGISTER.
           MOVE 0 TO WS-Reg-Count
           MOVE "N" TO WS-Reg-Overflow-Flag
           OPEN INPUT RevRegFile
           IF WS-Rev-Reg-Status = "00"
               PERFORM UNTIL WS-Rev-Reg-Status NOT = "00"
                   READ RevRegFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2310-LOAD-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RevRegFile
           END-IF.

       2310-LOAD-REGISTER-ENTRY.
           IF WS-Reg-Count >= 2000
               MOVE "Y" TO WS-Reg-Overflow-Flag
           ELSE
               ADD 1 TO WS-Reg-Count
               MOVE WS-Reg-Count TO WS-Reg-Idx
               MOVE RR-Orig-Account TO WS-Reg-Account(WS-Reg-Idx)
               MOVE RR-Orig-Type TO WS-Reg-Type(WS-Reg-Idx)
               MOVE RR-Reference TO WS-Reg-Reference(WS-Reg-Idx)
           END-IF.

      *> The tax year's twelve months, then each later month for as
      *> long as its generation file is on file (the brought-forward
      *> file stands at the last of them), then the open history.
       2400-SCAN-ALL-HISTORY.
           MOVE "Y" TO WS-Scan-Kind
           MOVE WS-Tax-Year TO WS-Scan-Year
           MOVE 1 TO WS-Scan-Month
           PERFORM UNTIL WS-Scan-Month > 12
               PERFORM 2110-PROBE-GENERATION
               PERFORM 2410-SCAN-HISTORY-FILE
               ADD 1 TO WS-Scan-Month
           END-PERFORM
           MOVE WS-Tax-Year TO WS-Scan-Year
           MOVE 12 TO WS-Scan-Month
           MOVE WS-Scan-Period-Num TO WS-Last-Closed-Period
           MOVE "L" TO WS-Scan-Kind
           MOVE 0 TO WS-Later-Files-Count
           ADD 1 TO WS-Scan-Year
           MOVE 1 TO WS-Scan-Month
           MOVE "Y" TO WS-Later-More-Flag
           PERFORM UNTIL WS-Later-More-Flag = "N"
               PERFORM 2110-PROBE-GENERATION
               IF WS-Gen-Exists-Flag = "N"
                   MOVE "N" TO WS-Later-More-Flag
               ELSE
                   ADD 1 TO WS-Later-Files-Count
                   MOVE WS-Scan-Period-Num TO WS-Last-Closed-Period
                   PERFORM 2410-SCAN-HISTORY-FILE
                   IF WS-Scan-Month = 12
                       ADD 1 TO WS-Scan-Year
                       MOVE 1 TO WS-Scan-Month
                   ELSE
                       ADD 1 TO WS-Scan-Month
                   END-IF
               END-IF
           END-PERFORM
           MOVE "H" TO WS-Scan-Kind
           MOVE WS-Txn-Hist-File-Name TO WS-Hist-Scan-File-Name
           PERFORM 2410-SCAN-HISTORY-FILE.

       2410-SCAN-HISTORY-FILE.
           MOVE "N" TO WS-Hist-EOF-Flag
           OPEN INPUT TxnHistFile
           IF WS-Txn-Hist-Status = "00"
               PERFORM UNTIL WS-Hist-EOF-Flag = "Y"
                   READ TxnHistFile
                       AT END
                           MOVE "Y" TO WS-Hist-EOF-Flag
                       NOT AT END
                           PERFORM 2420-APPLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE TxnHistFile
           END-IF.

      *> Every record is placed by its own date, whatever file it
      *> came from. Dated in the tax year it counts toward interest
      *> and fees; a record still on the open history and dated in
      *> or before the year is not yet in the brought-forward file
      *> and is added to the 31 December balance; a record dated
      *> after the year in a month closed since is taken back out of
      *> the brought-forward balance.
       2420-APPLY-HISTORY-RECORD.
           EVALUATE WS-Scan-Kind
               WHEN "Y"
                   ADD 1 TO WS-Year-Rec-Count
               WHEN "L"
                   ADD 1 TO WS-Later-Rec-Count
               WHEN OTHER
                   ADD 1 TO WS-Open-Rec-Count
           END-EVALUATE
           IF TXN-Sign = "-"
               COMPUTE WS-Txn-Amount-Signed = 0 - TXN-Amount
           ELSE
               MOVE TXN-Amount TO WS-Txn-Amount-Signed
           END-IF
           MOVE TXN-Account TO WS-Work-Account
           PERFORM 2240-FIND-OR-ADD-ACCOUNT
           IF WS-Acct-Overflow-Flag = "Y"
               MOVE "Y" TO WS-Hist-EOF-Flag
           ELSE
               IF TXN-Date >= WS-Year-Start
                   AND TXN-Date <= WS-Year-End
                   PERFORM 2430-ADD-INTEREST-AND-FEES
                   IF WS-Scan-Kind NOT = "Y"
                       ADD 1 TO WS-Late-Year-Count
                   END-IF
               ELSE
                   IF WS-Scan-Kind = "Y"
                       ADD 1 TO WS-Outside-Year-Count
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-Scan-Kind = "L"
                       AND TXN-Date > WS-Year-End
                       ADD WS-Txn-Amount-Signed TO
                           WS-Acct-Later-Closed(WS-Acct-Idx)
                   WHEN WS-Scan-Kind = "H"
                       AND TXN-Date > WS-Year-End
                       ADD WS-Txn-Amount-Signed TO
                           WS-Acct-Hist-After(WS-Acct-Idx)
                   WHEN WS-Scan-Kind = "H"
                       ADD WS-Txn-Amount-Signed TO
                           WS-Acct-Hist-In-Year(WS-Acct-Idx)
               END-EVALUATE
           END-IF.

      *> Interest is credited positive and fees charged negative; an
      *> R posting that reverses one of them (found through the
      *> reversal register) nets against the type it reversed.
       2430-ADD-INTEREST-AND-FEES.
           MOVE TXN-Type TO WS-Reversed-Type
           IF TXN-Type = "R"
               MOVE SPACE TO WS-Reversed-Type
               PERFORM VARYING WS-Reg-Idx FROM 1 BY 1
                       UNTIL WS-Reg-Idx > WS-Reg-Count
                           OR WS-Reversed-Type NOT = SPACE
                   IF WS-Reg-Reference(WS-Reg-Idx) = TXN-Reference
                       AND WS-Reg-Account(WS-Reg-Idx) = TXN-Account
                       MOVE WS-Reg-Type(WS-Reg-Idx) TO WS-Reversed-Type
                   END-IF
               END-PERFORM
               IF WS-Reversed-Type = "I" OR WS-Reversed-Type = "F"
                   ADD 1 TO WS-Netted-Count
               END-IF
           END-IF
           EVALUATE WS-Reversed-Type
               WHEN "I"
                   ADD WS-Txn-Amount-Signed TO
                       WS-Acct-Interest(WS-Acct-Idx)
               WHEN "F"
                   SUBTRACT WS-Txn-Amount-Signed FROM
                       WS-Acct-Fees(WS-Acct-Idx)
           END-EVALUATE.

      *> Every person record is kept, deactivated ones too - a
      *> customer who left during the year is still reported, and
      *> the name is still needed.
       2500-LOAD-PERSON-TABLE.
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
                       PERFORM 2510-LOAD-PERSON-ENTRY
               END-READ
           END-PERFORM
           IF WS-Master-Status NOT = "35"
               CLOSE PersonMaster
           END-IF.

       2510-LOAD-PERSON-ENTRY.
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

       2600-LOAD-HOLDER-TABLE.
           MOVE 0 TO WS-Holder-Count
           MOVE "N" TO WS-Rel-Load-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2610-LOAD-HOLDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
           END-IF.

       2610-LOAD-HOLDER-ENTRY.
           IF WS-Holder-Count >= 2000
               MOVE "Y" TO WS-Rel-Load-Overflow-Flag
           ELSE
               ADD 1 TO WS-Holder-Count
               MOVE WS-Holder-Count TO WS-Hold-Idx
               MOVE AR-Account TO WS-Hold-Account(WS-Hold-Idx)
               MOVE AR-Kennitala TO WS-Hold-Kennitala(WS-Hold-Idx)
               MOVE AR-Role TO WS-Hold-Role(WS-Hold-Idx)
               MOVE AR-Status TO WS-Hold-State(WS-Hold-Idx)
               IF AR-Opened-Date IS NUMERIC
                   MOVE AR-Opened-Date TO WS-Hold-Opened(WS-Hold-Idx)
               ELSE
                   MOVE 0 TO WS-Hold-Opened(WS-Hold-Idx)
               END-IF
               IF AR-Closed-Date IS NUMERIC
                   MOVE AR-Closed-Date TO WS-Hold-Closed(WS-Hold-Idx)
               ELSE
                   MOVE 0 TO WS-Hold-Closed(WS-Hold-Idx)
               END-IF
           END-IF.

      *> 31 December balance per account, then the account's year
      *> figures shared out to its owners. An account with nothing to
      *> report - no balance, no interest, no fees - is left out.
       3000-BUILD-KENNITALA-TOTALS.
           MOVE 0 TO WS-Kenni-Count
           MOVE "N" TO WS-Kenni-Overflow-Flag
           MOVE 0 TO WS-Unnamed-Count
           MOVE 0 TO WS-Unparsed-Count
           MOVE 0 TO WS-Reported-Acct-Count
           MOVE 0 TO WS-Split-Count
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
                       OR WS-Kenni-Overflow-Flag = "Y"
               COMPUTE WS-Acct-Year-End-Bal(WS-Acct-Idx) =
                   WS-Acct-Open-Bal(WS-Acct-Idx)
                   - WS-Acct-Later-Closed(WS-Acct-Idx)
                   + WS-Acct-Hist-In-Year(WS-Acct-Idx)
               IF WS-Acct-Year-End-Bal(WS-Acct-Idx) NOT = 0
                   OR WS-Acct-Interest(WS-Acct-Idx) NOT = 0
                   OR WS-Acct-Fees(WS-Acct-Idx) NOT = 0
                   ADD 1 TO WS-Reported-Acct-Count
                   PERFORM 3100-COLLECT-OWNERS
                   PERFORM 3200-ATTRIBUTE-ACCOUNT
               END-IF
           END-PERFORM.

      *> Owners and joint owners holding the account on 31 December;
      *> failing that, anyone who ever owned it; failing that, the
      *> kennitala the account is numbered by.
       3100-COLLECT-OWNERS.
           MOVE 0 TO WS-Share-Count
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
               IF WS-Hold-Account(WS-Hold-Idx) = WS-Acct-ID(WS-Acct-Idx)
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF (WS-Hold-Role(WS-Hold-Idx) = "O"
                           OR WS-Hold-Role(WS-Hold-Idx) = "J")
                       AND WS-Hold-Opened(WS-Hold-Idx) <= WS-Year-End
                       AND (WS-Hold-State(WS-Hold-Idx) = "A"
                           OR WS-Hold-Closed(WS-Hold-Idx)
                               > WS-Year-End)
                       PERFORM 3110-ADD-OWNER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Share-Count = 0 AND WS-Acct-Listed-Flag = "Y"
               PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                       UNTIL WS-Hold-Idx > WS-Holder-Count
                   IF WS-Hold-Account(WS-Hold-Idx) =
                           WS-Acct-ID(WS-Acct-Idx)
                       AND (WS-Hold-Role(WS-Hold-Idx) = "O"
                           OR WS-Hold-Role(WS-Hold-Idx) = "J")
                       PERFORM 3110-ADD-OWNER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Share-Count = 0
               MOVE 1 TO WS-Share-Count
               MOVE WS-Acct-ID(WS-Acct-Idx) TO WS-Share-Kennitala(1)
           END-IF.

       3110-ADD-OWNER.
           PERFORM VARYING WS-Share-Idx FROM 1 BY 1
                   UNTIL WS-Share-Idx > WS-Share-Count
                       OR WS-Share-Kennitala(WS-Share-Idx)
                           = WS-Hold-Kennitala(WS-Hold-Idx)
           END-PERFORM
           IF WS-Share-Idx > WS-Share-Count AND WS-Share-Count < 20
               ADD 1 TO WS-Share-Count
               MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                   WS-Share-Kennitala(WS-Share-Count)
           END-IF.

       3200-ATTRIBUTE-ACCOUNT.
           IF WS-Share-Count > 1
               ADD 1 TO WS-Split-Count
           END-IF
           COMPUTE WS-Share-Others = WS-Share-Count - 1
           COMPUTE WS-Share-Interest =
               WS-Acct-Interest(WS-Acct-Idx) / WS-Share-Count
           COMPUTE WS-Share-Fees =
               WS-Acct-Fees(WS-Acct-Idx) / WS-Share-Count
           COMPUTE WS-Share-Balance =
               WS-Acct-Year-End-Bal(WS-Acct-Idx) / WS-Share-Count
           COMPUTE WS-First-Interest = WS-Acct-Interest(WS-Acct-Idx)
               - WS-Share-Interest * WS-Share-Others
           COMPUTE WS-First-Fees = WS-Acct-Fees(WS-Acct-Idx)
               - WS-Share-Fees * WS-Share-Others
           COMPUTE WS-First-Balance = WS-Acct-Year-End-Bal(WS-Acct-Idx)
               - WS-Share-Balance * WS-Share-Others
           PERFORM VARYING WS-Share-Idx FROM 1 BY 1
                   UNTIL WS-Share-Idx > WS-Share-Count
                       OR WS-Kenni-Overflow-Flag = "Y"
               MOVE WS-Share-Kennitala(WS-Share-Idx) TO
                   WS-Check-Kennitala
               PERFORM 3300-FIND-OR-ADD-KENNITALA
               IF WS-Kenni-Overflow-Flag NOT = "Y"
                   ADD 1 TO WS-Kenni-Acct-Count(WS-Kenni-Idx)
                   IF WS-Share-Idx = 1
                       ADD WS-First-Interest TO
                           WS-Kenni-Interest(WS-Kenni-Idx)
                       ADD WS-First-Fees TO WS-Kenni-Fees(WS-Kenni-Idx)
                       ADD WS-First-Balance TO
                           WS-Kenni-Balance(WS-Kenni-Idx)
                   ELSE
                       ADD WS-Share-Interest TO
                           WS-Kenni-Interest(WS-Kenni-Idx)
                       ADD WS-Share-Fees TO WS-Kenni-Fees(WS-Kenni-Idx)
                       ADD WS-Share-Balance TO
                           WS-Kenni-Balance(WS-Kenni-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       3300-FIND-OR-ADD-KENNITALA.
           PERFORM VARYING WS-Kenni-Idx FROM 1 BY 1
                   UNTIL WS-Kenni-Idx > WS-Kenni-Count
                       OR WS-Kenni-Key(WS-Kenni-Idx) = WS-Check-Kennitala
           END-PERFORM
           IF WS-Kenni-Idx > WS-Kenni-Count
               IF WS-Kenni-Count >= 2000
                   MOVE "Y" TO WS-Kenni-Overflow-Flag
               ELSE
                   ADD 1 TO WS-Kenni-Count
                   MOVE WS-Kenni-Count TO WS-Kenni-Idx
                   MOVE WS-Check-Kennitala TO WS-Kenni-Key(WS-Kenni-Idx)
                   MOVE 0 TO WS-Kenni-Acct-Count(WS-Kenni-Idx)
                   MOVE 0 TO WS-Kenni-Interest(WS-Kenni-Idx)
                   MOVE 0 TO WS-Kenni-Fees(WS-Kenni-Idx)
                   MOVE 0 TO WS-Kenni-Balance(WS-Kenni-Idx)
                   PERFORM 3310-FIND-PERSON
                   IF WS-Person-Found-Flag = "Y"
                       MOVE WS-Pers-Name(WS-Pers-Idx) TO
                           WS-Kenni-Name(WS-Kenni-Idx)
                   ELSE
                       MOVE SPACES TO WS-Kenni-Name(WS-Kenni-Idx)
                       ADD 1 TO WS-Unnamed-Count
                   END-IF
                   IF WS-Check-Kennitala IS NUMERIC
                       MOVE WS-Check-Kennitala TO Kennitala
                       PERFORM 3320-DETECT-ENTITY-TYPE
                   ELSE
                       MOVE "Unknown" TO WS-Entity-Type
                       MOVE "I" TO WS-Section-Code
                       ADD 1 TO WS-Unparsed-Count
                   END-IF
                   MOVE WS-Entity-Type TO WS-Kenni-Entity(WS-Kenni-Idx)
                   MOVE WS-Section-Code TO
                       WS-Kenni-Section(WS-Kenni-Idx)
               END-IF
           END-IF.

      *> An active record is preferred; a deactivated one still gives
      *> the name when there is no active record for the kennitala.
       3310-FIND-PERSON.
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

       3320-DETECT-ENTITY-TYPE.
           IF BDay1 >= 4
               MOVE "Company" TO WS-Entity-Type
               MOVE "C" TO WS-Section-Code
           ELSE
               MOVE "Person" TO WS-Entity-Type
               MOVE "I" TO WS-Section-Code
           END-IF.

       4000-WRITE-EXTRACT.
           MOVE 0 TO WS-Ext-Record-Count
           MOVE 0 TO WS-Ext-Interest
           MOVE 0 TO WS-Ext-Fees
           MOVE 0 TO WS-Ext-Balance
           MOVE SPACES TO TaxHeaderRec
           MOVE "H" TO TAXH-Rec-Type
           MOVE "TAXEXT" TO TAXH-File-Id
           MOVE WS-Tax-Year TO TAXH-Tax-Year
           MOVE WS-Year-Start TO TAXH-Period-From
           MOVE WS-Year-End TO TAXH-Period-To
           MOVE WS-Run-Date-Raw TO TAXH-Run-Date
           WRITE TaxHeaderRec
           ADD 1 TO WS-Ext-Record-Count
           MOVE "I" TO WS-Section-Code
           PERFORM 4100-WRITE-SECTION
           MOVE WS-Section-Kenni-Count TO WS-Indv-Kenni-Count
           MOVE WS-Section-Interest TO WS-Indv-Interest
           MOVE WS-Section-Fees TO WS-Indv-Fees
           MOVE WS-Section-Balance TO WS-Indv-Balance
           MOVE "C" TO WS-Section-Code
           PERFORM 4100-WRITE-SECTION
           MOVE WS-Section-Kenni-Count TO WS-Comp-Kenni-Count
           MOVE WS-Section-Interest TO WS-Comp-Interest
           MOVE WS-Section-Fees TO WS-Comp-Fees
           MOVE WS-Section-Balance TO WS-Comp-Balance
           COMPUTE WS-Ext-Interest = WS-Indv-Interest + WS-Comp-Interest
           COMPUTE WS-Ext-Fees = WS-Indv-Fees + WS-Comp-Fees
           COMPUTE WS-Ext-Balance = WS-Indv-Balance + WS-Comp-Balance
           ADD 1 TO WS-Ext-Record-Count
           MOVE "T" TO WS-Section-Code
           COMPUTE WS-Section-Kenni-Count =
               WS-Indv-Kenni-Count + WS-Comp-Kenni-Count
           MOVE WS-Ext-Interest TO WS-Section-Interest
           MOVE WS-Ext-Fees TO WS-Section-Fees
           MOVE WS-Ext-Balance TO WS-Section-Balance
           PERFORM 4200-WRITE-TOTAL-RECORD.

      *> Section record, one detail per kennitala of the section,
      *> section total record.
       4100-WRITE-SECTION.
           MOVE 0 TO WS-Section-Kenni-Count
           MOVE 0 TO WS-Section-Interest
           MOVE 0 TO WS-Section-Fees
           MOVE 0 TO WS-Section-Balance
           MOVE SPACES TO TaxSectionRec
           MOVE "S" TO TAXS-Rec-Type
           MOVE WS-Section-Code TO TAXS-Section
           IF WS-Section-Code = "C"
               MOVE "COMPANIES" TO TAXS-Description
           ELSE
               MOVE "INDIVIDUALS" TO TAXS-Description
           END-IF
           WRITE TaxSectionRec
           ADD 1 TO WS-Ext-Record-Count
           PERFORM VARYING WS-Kenni-Idx FROM 1 BY 1
                   UNTIL WS-Kenni-Idx > WS-Kenni-Count
               IF WS-Kenni-Section(WS-Kenni-Idx) = WS-Section-Code
                   PERFORM 4110-WRITE-DETAIL
               END-IF
           END-PERFORM
           ADD 1 TO WS-Ext-Record-Count
           PERFORM 4200-WRITE-TOTAL-RECORD.

       4110-WRITE-DETAIL.
           ADD 1 TO WS-Section-Kenni-Count
           ADD WS-Kenni-Interest(WS-Kenni-Idx) TO WS-Section-Interest
           ADD WS-Kenni-Fees(WS-Kenni-Idx) TO WS-Section-Fees
           ADD WS-Kenni-Balance(WS-Kenni-Idx) TO WS-Section-Balance
           MOVE SPACES TO TaxDetailRec
           MOVE "D" TO TAX-Rec-Type
           MOVE WS-Section-Code TO TAX-Section
           MOVE WS-Kenni-Key(WS-Kenni-Idx) TO TAX-Kennitala
           MOVE WS-Kenni-Name(WS-Kenni-Idx) TO TAX-Name
           MOVE WS-Kenni-Entity(WS-Kenni-Idx) TO TAX-Entity-Type
           MOVE WS-Kenni-Acct-Count(WS-Kenni-Idx) TO TAX-Account-Count
           IF WS-Kenni-Interest(WS-Kenni-Idx) < 0
               MOVE "-" TO TAX-Interest-Sign
               COMPUTE TAX-Interest = 0 - WS-Kenni-Interest(WS-Kenni-Idx)
           ELSE
               MOVE "+" TO TAX-Interest-Sign
               MOVE WS-Kenni-Interest(WS-Kenni-Idx) TO TAX-Interest
           END-IF
           IF WS-Kenni-Fees(WS-Kenni-Idx) < 0
               MOVE "-" TO TAX-Fees-Sign
               COMPUTE TAX-Fees = 0 - WS-Kenni-Fees(WS-Kenni-Idx)
           ELSE
               MOVE "+" TO TAX-Fees-Sign
               MOVE WS-Kenni-Fees(WS-Kenni-Idx) TO TAX-Fees
           END-IF
           IF WS-Kenni-Balance(WS-Kenni-Idx) < 0
               MOVE "-" TO TAX-Balance-Sign
               COMPUTE TAX-Balance = 0 - WS-Kenni-Balance(WS-Kenni-Idx)
           ELSE
               MOVE "+" TO TAX-Balance-Sign
               MOVE WS-Kenni-Balance(WS-Kenni-Idx) TO TAX-Balance
           END-IF
           MOVE WS-Tax-Year TO TAX-Tax-Year
           WRITE TaxDetailRec
           ADD 1 TO WS-Ext-Record-Count.

      *> Section total (TAXT-Section I or C) or file trailer (T); the
      *> trailer's record count includes the trailer itself.
       4200-WRITE-TOTAL-RECORD.
           MOVE SPACES TO TaxTotalRec
           IF WS-Section-Code = "T"
               MOVE "T" TO TAXT-Rec-Type
               MOVE SPACE TO TAXT-Section
           ELSE
               MOVE "E" TO TAXT-Rec-Type
               MOVE WS-Section-Code TO TAXT-Section
           END-IF
           MOVE WS-Section-Kenni-Count TO TAXT-Kennitala-Count
           MOVE WS-Ext-Record-Count TO TAXT-Record-Count
           IF WS-Section-Interest < 0
               MOVE "-" TO TAXT-Interest-Sign
               COMPUTE TAXT-Interest = 0 - WS-Section-Interest
           ELSE
               MOVE "+" TO TAXT-Interest-Sign
               MOVE WS-Section-Interest TO TAXT-Interest
           END-IF
           IF WS-Section-Fees < 0
               MOVE "-" TO TAXT-Fees-Sign
               COMPUTE TAXT-Fees = 0 - WS-Section-Fees
           ELSE
               MOVE "+" TO TAXT-Fees-Sign
               MOVE WS-Section-Fees TO TAXT-Fees
           END-IF
           IF WS-Section-Balance < 0
               MOVE "-" TO TAXT-Balance-Sign
               COMPUTE TAXT-Balance = 0 - WS-Section-Balance
           ELSE
               MOVE "+" TO TAXT-Balance-Sign
               MOVE WS-Section-Balance TO TAXT-Balance
           END-IF
           WRITE TaxTotalRec.

      *> The proof: each account's 31 December balance plus what has
      *> moved since must land on the master balance, the same
      *> identity the trial balance proves; and the extract's
      *> section totals must add back to the account totals.
       5000-WRITE-PROOF-REPORT.
           MOVE 0 TO WS-Tot-Interest
           MOVE 0 TO WS-Tot-Fees
           MOVE 0 TO WS-Tot-Year-End
           MOVE 0 TO WS-Tot-Later-Closed
           MOVE 0 TO WS-Tot-Hist-After
           MOVE 0 TO WS-Tot-Master
           MOVE 0 TO WS-Drift-Count
           MOVE "Y" TO WS-Agree-Flag
           MOVE SPACES TO TaxRptRec
           STRING "Year-End Tax Extract Proof   Tax Year: "
                  DELIMITED BY SIZE
                  WS-Tax-Year DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Raw DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Tax year months closed: 12 of 12   records: "
                  DELIMITED BY SIZE
                  WS-Year-Rec-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Later months closed: " DELIMITED BY SIZE
                  WS-Later-Files-Count DELIMITED BY SIZE
                  "   records: " DELIMITED BY SIZE
                  WS-Later-Rec-Count DELIMITED BY SIZE
                  "   brought forward as at " DELIMITED BY SIZE
                  WS-Last-Closed-Period DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Open history records: " DELIMITED BY SIZE
                  WS-Open-Rec-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Account     31 Dec Bal  Moved Since    Computed"
                  DELIMITED BY SIZE
                  "      Master        Diff" DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Account-Count
               PERFORM 5100-WRITE-ACCOUNT-LINE
           END-PERFORM
           MOVE SPACES TO TaxRptRec
           WRITE TaxRptRec
           COMPUTE WS-Tot-Computed = WS-Tot-Year-End
               + WS-Tot-Later-Closed + WS-Tot-Hist-After
           COMPUTE WS-Tot-Difference = WS-Tot-Master - WS-Tot-Computed
           MOVE "31 December balances" TO WS-Proof-Label
           MOVE WS-Tot-Year-End TO WS-Total-Work
           PERFORM 5200-WRITE-TOTAL-LINE
           MOVE "+ moved since, closed months" TO WS-Proof-Label
           MOVE WS-Tot-Later-Closed TO WS-Total-Work
           PERFORM 5200-WRITE-TOTAL-LINE
           MOVE "+ moved since, open history" TO WS-Proof-Label
           MOVE WS-Tot-Hist-After TO WS-Total-Work
           PERFORM 5200-WRITE-TOTAL-LINE
           MOVE "= computed balance today" TO WS-Proof-Label
           MOVE WS-Tot-Computed TO WS-Total-Work
           PERFORM 5200-WRITE-TOTAL-LINE
           MOVE "Trial balance master total" TO WS-Proof-Label
           MOVE WS-Tot-Master TO WS-Total-Work
           PERFORM 5200-WRITE-TOTAL-LINE
           MOVE "Difference" TO WS-Proof-Label
           MOVE WS-Tot-Difference TO WS-Total-Work
           PERFORM 5200-WRITE-TOTAL-LINE
           MOVE SPACES TO TaxRptRec
           STRING "Accounts drifted:              " DELIMITED BY SIZE
                  WS-Drift-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           IF WS-Drift-Count > 0 OR WS-Tot-Difference NOT = 0
               MOVE "N" TO WS-Agree-Flag
           END-IF
           MOVE SPACES TO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Extract totals              Kennitalas"
                  DELIMITED BY SIZE
                  "     Interest         Fees" DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE "Individuals (section I)" TO WS-Proof-Label
           MOVE WS-Indv-Kenni-Count TO WS-Section-Kenni-Count
           MOVE WS-Indv-Interest TO WS-Section-Interest
           MOVE WS-Indv-Fees TO WS-Section-Fees
           MOVE WS-Indv-Balance TO WS-Section-Balance
           PERFORM 5300-WRITE-SECTION-LINES
           MOVE "Companies (section C)" TO WS-Proof-Label
           MOVE WS-Comp-Kenni-Count TO WS-Section-Kenni-Count
           MOVE WS-Comp-Interest TO WS-Section-Interest
           MOVE WS-Comp-Fees TO WS-Section-Fees
           MOVE WS-Comp-Balance TO WS-Section-Balance
           PERFORM 5300-WRITE-SECTION-LINES
           MOVE "Extract total" TO WS-Proof-Label
           COMPUTE WS-Section-Kenni-Count =
               WS-Indv-Kenni-Count + WS-Comp-Kenni-Count
           MOVE WS-Ext-Interest TO WS-Section-Interest
           MOVE WS-Ext-Fees TO WS-Section-Fees
           MOVE WS-Ext-Balance TO WS-Section-Balance
           PERFORM 5300-WRITE-SECTION-LINES
           MOVE "Account totals" TO WS-Proof-Label
           MOVE WS-Reported-Acct-Count TO WS-Section-Kenni-Count
           MOVE WS-Tot-Interest TO WS-Section-Interest
           MOVE WS-Tot-Fees TO WS-Section-Fees
           MOVE WS-Tot-Year-End TO WS-Section-Balance
           PERFORM 5300-WRITE-SECTION-LINES
           IF WS-Ext-Interest NOT = WS-Tot-Interest
               OR WS-Ext-Fees NOT = WS-Tot-Fees
               OR WS-Ext-Balance NOT = WS-Tot-Year-End
               MOVE "N" TO WS-Agree-Flag
           END-IF
           MOVE SPACES TO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Accounts reported: " DELIMITED BY SIZE
                  WS-Reported-Acct-Count DELIMITED BY SIZE
                  "   shared between owners: " DELIMITED BY SIZE
                  WS-Split-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Interest/fee reversals netted: " DELIMITED BY SIZE
                  WS-Netted-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Tax-year records posted after the close: "
                  DELIMITED BY SIZE
                  WS-Late-Year-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Earlier-year records in the year's files: "
                  DELIMITED BY SIZE
                  WS-Outside-Year-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           STRING "Kennitalas not on person master: " DELIMITED BY SIZE
                  WS-Unnamed-Count DELIMITED BY SIZE
                  "   unparseable: " DELIMITED BY SIZE
                  WS-Unparsed-Count DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE SPACES TO TaxRptRec
           IF WS-Agree-Flag = "Y"
               STRING "Extract AGREES with the trial balance."
                      DELIMITED BY SIZE
                      INTO TaxRptRec
           ELSE
               STRING "*** Extract DOES NOT AGREE with the trial "
                      DELIMITED BY SIZE
                      "balance ***" DELIMITED BY SIZE
                      INTO TaxRptRec
           END-IF
           WRITE TaxRptRec.

       5100-WRITE-ACCOUNT-LINE.
           COMPUTE WS-Computed-Bal = WS-Acct-Year-End-Bal(WS-Acct-Idx)
               + WS-Acct-Later-Closed(WS-Acct-Idx)
               + WS-Acct-Hist-After(WS-Acct-Idx)
           COMPUTE WS-Difference = WS-Acct-Master-Bal(WS-Acct-Idx)
               - WS-Computed-Bal
           ADD WS-Acct-Interest(WS-Acct-Idx) TO WS-Tot-Interest
           ADD WS-Acct-Fees(WS-Acct-Idx) TO WS-Tot-Fees
           ADD WS-Acct-Year-End-Bal(WS-Acct-Idx) TO WS-Tot-Year-End
           ADD WS-Acct-Later-Closed(WS-Acct-Idx) TO WS-Tot-Later-Closed
           ADD WS-Acct-Hist-After(WS-Acct-Idx) TO WS-Tot-Hist-After
           ADD WS-Acct-Master-Bal(WS-Acct-Idx) TO WS-Tot-Master
           MOVE WS-Acct-Year-End-Bal(WS-Acct-Idx) TO WS-Year-End-Display
           COMPUTE WS-Later-Display = WS-Acct-Later-Closed(WS-Acct-Idx)
               + WS-Acct-Hist-After(WS-Acct-Idx)
           MOVE WS-Computed-Bal TO WS-Computed-Display
           MOVE WS-Acct-Master-Bal(WS-Acct-Idx) TO WS-Master-Display
           MOVE WS-Difference TO WS-Diff-Display
           MOVE SPACES TO TaxRptRec
           STRING WS-Acct-ID(WS-Acct-Idx) DELIMITED BY SIZE
                  WS-Year-End-Display DELIMITED BY SIZE
                  WS-Later-Display DELIMITED BY SIZE
                  WS-Computed-Display DELIMITED BY SIZE
                  WS-Master-Display DELIMITED BY SIZE
                  WS-Diff-Display DELIMITED BY SIZE
                  INTO TaxRptRec
           IF WS-Difference NOT = 0
               OR WS-Acct-On-Master(WS-Acct-Idx) = "N"
               ADD 1 TO WS-Drift-Count
               IF WS-Acct-On-Master(WS-Acct-Idx) = "N"
                   MOVE " OFF" TO TaxRptRec(71:4)
               ELSE
                   MOVE " DRIFT" TO TaxRptRec(71:6)
               END-IF
           END-IF
           WRITE TaxRptRec.

       5200-WRITE-TOTAL-LINE.
           MOVE WS-Total-Work TO WS-Total-Display
           MOVE SPACES TO TaxRptRec
           STRING WS-Proof-Label DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec.

       5300-WRITE-SECTION-LINES.
           MOVE WS-Section-Interest TO WS-Total-Display
           MOVE WS-Section-Fees TO WS-Total-Display-2
           MOVE SPACES TO TaxRptRec
           STRING WS-Proof-Label DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Section-Kenni-Count DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  WS-Total-Display-2 DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec
           MOVE WS-Section-Balance TO WS-Total-Display
           MOVE SPACES TO TaxRptRec
           STRING "  31 December balance" DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO TaxRptRec
           WRITE TaxRptRec.

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
