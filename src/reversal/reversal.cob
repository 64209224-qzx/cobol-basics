       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reversal.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxnHistFile ASSIGN TO DYNAMIC WS-Hist-Scan-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Hist-Status.
           SELECT RevRegFile ASSIGN TO DYNAMIC WS-Rev-Reg-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rev-Reg-Status.
           SELECT TxnRevFile ASSIGN TO DYNAMIC WS-Rev-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Txn-Rev-Status.
           SELECT RevRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Posted-history layout, same record coby appends in its
      *> ledger pass - read from TXNHIST.DAT and, for an entry in a
      *> period already closed, from that month's TXNHyyyymm.DAT.
        FD TxnHistFile.
        01 TxnHistRec.
          02 TXN-Account PIC X(10).
          02 TXN-Date PIC 9(8).
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

      *> Reversal register - one record per history entry that has
      *> been reversed, kept for good. An entry posted n times can
      *> be reversed at most n times; both legs of a transfer are
      *> registered together when either is reversed.
        FD RevRegFile.
        01 RevRegRec.
          02 RR-Orig-Image PIC X(49).
          02 FILLER PIC X.
          02 RR-Reversal-Date PIC 9(8).
          02 FILLER PIC X.
          02 RR-Reference PIC X(10).

      *> Output is the TxnInRec shape coby's edit pass and trailer
      *> verification expect, so the reversals post through the
      *> normal ledger run like any branch batch.
        FD TxnRevFile.
        01 TxnRevRec PIC X(49).

        FD RevRptFile.
        01 RevRptRec PIC X(80).

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
       01 WS-RunCtl-Program PIC X(10) VALUE "reversal".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.

      *> Reversal and correction - the operator picks a posted
      *> history entry by account, date, sign, amount and type; the
      *> program writes an offsetting type R transaction (and, if
      *> asked, a corrected replacement) to a trailered file for the
      *> posting run, and registers the original so it can never be
      *> reversed twice.
       01 WS-Txn-Hist-File-Name PIC X(40) VALUE "TXNHIST.DAT".
       01 WS-Hist-Scan-File-Name PIC X(40) VALUE SPACES.
       01 WS-Gen-File-Name PIC X(40) VALUE SPACES.
       01 WS-Rev-Reg-File-Name PIC X(40) VALUE "REVREG.DAT".
       01 WS-Rev-File-Name PIC X(40) VALUE "TXNREV.DAT".
       01 WS-Rpt-File-Name PIC X(40) VALUE "REVRPT.DAT".
       01 WS-Txn-Hist-Status PIC XX VALUE "00".
       01 WS-Rev-Reg-Status PIC XX VALUE "00".
       01 WS-Txn-Rev-Status PIC XX VALUE "00".
       01 WS-Hist-EOF-Flag PIC X VALUE "N".
       01 WS-Reg-EOF-Flag PIC X VALUE "N".

      *> Reversal lines are dated on the business date they are to
      *> post on, not back-dated into the original's period - that
      *> period may already be closed and cut to a generation file.
       01 WS-Business-Answer PIC X(8) VALUE SPACES.
       01 WS-Business-Date-Num PIC 9(8) VALUE 0.
       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Parms-OK-Flag PIC X VALUE "N".
       01 WS-Replace-Answer PIC X VALUE SPACES.
       01 WS-Pending-OK-Flag PIC X VALUE "N".
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

      *> Register held in storage for the session, so an entry
      *> reversed earlier in the same session is refused as well.
      *> New entries are appended to the file only once the
      *> trailered output is complete; an abandoned session leaves
      *> neither a postable file nor a register entry behind.
       01 WS-Reg-Table.
         02 WS-Reg-Entry OCCURS 5000 TIMES INDEXED BY WS-Reg-Idx.
           03 WS-Reg-Image PIC X(49).
           03 WS-Reg-Reference PIC X(10).
       01 WS-Reg-Count PIC 9(4) VALUE 0.
       01 WS-Reg-Loaded-Count PIC 9(4) VALUE 0.
       01 WS-Reg-Overflow-Flag PIC X VALUE "N".
       01 WS-Reg-Match-Ref PIC X(10) VALUE SPACES.
       01 WS-Reg-New-Image PIC X(49) VALUE SPACES.

      *> Reversal references are "RV" and an eight-digit sequence,
      *> carried on from the highest number already registered.
       01 WS-Rev-Seq PIC 9(8) VALUE 0.
       01 WS-Rev-Reference.
         02 FILLER PIC XX VALUE "RV".
         02 WS-Rev-Ref-Seq PIC 9(8) VALUE 0.
       01 WS-Reg-Ref-Split.
         02 WS-Reg-Ref-Prefix PIC XX.
         02 WS-Reg-Ref-Digits PIC X(8).

      *> The entry the operator asked for, keyed exactly as it sits
      *> in the first 29 bytes of the history record.
       01 WS-Sel-Key.
         02 SK-Account PIC X(10).
         02 SK-Date PIC 9(8).
         02 SK-Sign PIC X.
         02 SK-Amount PIC 9(7)V99.
         02 SK-Type PIC X.
       01 WS-Sel-Date-Answer PIC X(8) VALUE SPACES.
       01 WS-Sel-Amount-Answer PIC X(9) VALUE SPACES.
       01 WS-Sel-Amount-Num REDEFINES WS-Sel-Amount-Answer
               PIC 9(7)V99.
       01 WS-Sel-Period PIC X(6) VALUE SPACES.
       01 WS-Key-OK-Flag PIC X VALUE "N".
       01 WS-Session-Done-Flag PIC X VALUE "N".
       01 WS-Confirm-Answer PIC X VALUE SPACES.
       01 WS-Reversible-Flag PIC X VALUE "N".
       01 WS-Hist-Match-Count PIC 9(4) VALUE 0.

      *> Every history record that matched the key. Two transfers of
      *> the same amount on the same day match on the key but differ
      *> in counter-account and reference, so each posted image is
      *> checked against the register on its own: the nth posting of
      *> an image is reversed once the register holds it n times.
       01 WS-Match-Table.
         02 WS-Match-Entry OCCURS 100 TIMES
                 INDEXED BY WS-Match-Idx WS-Seen-Idx.
           03 WS-Match-Image PIC X(49).
       01 WS-Match-Overflow-Flag PIC X VALUE "N".
       01 WS-Image-Seen-Count PIC 9(4) VALUE 0.
       01 WS-Image-Reg-Count PIC 9(4) VALUE 0.
       01 WS-Unreversed-Count PIC 9(4) VALUE 0.

      *> The first matching history record not yet reversed - its
      *> transfer fields say whether the reversal is one line or a
      *> pair.
       01 WS-Found-Image.
         02 FND-Account PIC X(10).
         02 FND-Date PIC 9(8).
         02 FND-Sign PIC X.
         02 FND-Amount PIC 9(7)V99.
         02 FND-Type PIC X.
         02 FND-Counter-Account PIC X(10).
         02 FND-Reference PIC X(10).
       01 WS-Xfer-From-Account PIC X(10) VALUE SPACES.
       01 WS-Xfer-To-Account PIC X(10) VALUE SPACES.

      *> Outgoing transaction, built here in the TxnInRec shape.
       01 WS-Rev-Txn.
         02 RVT-Account PIC X(10).
         02 RVT-Date PIC 9(8).
         02 RVT-Sign PIC X.
         02 RVT-Amount PIC 9(7)V99.
         02 RVT-Type PIC X.
         02 RVT-Counter-Account PIC X(10).
         02 RVT-Reference PIC X(10).

      *> Corrected replacement - amount as a fixed digit string, the
      *> same way accrual takes its parameters, and an optional new
      *> sign and type code for a single-line entry.
       01 WS-Repl-Amount-Answer PIC X(9) VALUE SPACES.
       01 WS-Repl-Amount-Num REDEFINES WS-Repl-Amount-Answer
               PIC 9(7)V99.
       01 WS-Repl-Amount PIC 9(7)V99 VALUE 0.
       01 WS-Repl-Sign-Answer PIC X VALUE SPACES.
       01 WS-Repl-Type-Answer PIC X VALUE SPACES.
       01 WS-Repl-Sign PIC X VALUE SPACES.
       01 WS-Repl-Type PIC X VALUE SPACES.
       01 WS-Repl-OK-Flag PIC X VALUE "N".

      *> Control-total trailer in the layout coby's
      *> 4140-VERIFY-INPUT-TRAILER demands: tag, record count, and
      *> a hash total of the unsigned amounts.
       01 WS-Rev-Trailer.
         02 TRL-Tag PIC X(7) VALUE "TRAILER".
         02 TRL-Count PIC 9(6) VALUE 0.
         02 TRL-Hash PIC 9(11)V99 VALUE 0.

       01 WS-Record-Count PIC 9(6) VALUE 0.
       01 WS-Hash-Total PIC 9(11)V99 VALUE 0.
       01 WS-Reversal-Count PIC 9(6) VALUE 0.
       01 WS-Pair-Count PIC 9(6) VALUE 0.
       01 WS-Replacement-Count PIC 9(6) VALUE 0.
       01 WS-Refused-Count PIC 9(6) VALUE 0.
       01 WS-Reversed-Total PIC 9(9)V99 VALUE 0.
       01 WS-Replaced-Total PIC 9(9)V99 VALUE 0.
       01 WS-Amount-Display PIC Z(6)9.99.
       01 WS-Total-Display PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Reversal - Reverse or Correct a Posted Transaction"
           MOVE "ABENDED" TO WS-Run-Outcome
           MOVE 0 TO WS-Record-Count
           MOVE SPACES TO WS-RunCtl-Business
           PERFORM 1000-ACCEPT-BUSINESS-DATE
           IF WS-Parms-OK-Flag = "Y"
               MOVE WS-Business-Answer TO WS-RunCtl-Business
           END-IF
           PERFORM 9500-WRITE-RUN-START
           IF WS-Parms-OK-Flag NOT = "Y"
               DISPLAY "Business date not usable - reversal "
                   "abandoned, no posting file written."
           ELSE
               PERFORM 1200-CHECK-PENDING-FILE
               IF WS-Pending-OK-Flag NOT = "Y"
                   DISPLAY "Earlier " WS-Rev-File-Name " kept - "
                       "post it before starting a new session."
                   MOVE "COMPLETED" TO WS-Run-Outcome
               ELSE
                   PERFORM 1300-LOAD-REGISTER
                   IF WS-Reg-Overflow-Flag = "Y"
                       DISPLAY "Reversal register "
                           WS-Rev-Reg-File-Name " exceeds the "
                           "5000-entry table - session abandoned "
                           "so no entry can be reversed twice."
                   ELSE
                       PERFORM 2000-RUN-REVERSAL-SESSION
                   END-IF
               END-IF
           END-IF
           MOVE WS-Record-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       1000-ACCEPT-BUSINESS-DATE.
           MOVE "N" TO WS-Parms-OK-Flag
           DISPLAY "Business date the reversals will post on "
               "(YYYYMMDD, blank for today): " WITH NO ADVANCING
           ACCEPT WS-Business-Answer
           IF WS-Business-Answer = SPACES
               ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
               MOVE WS-Run-Date-Raw TO WS-Business-Answer
           END-IF
           IF WS-Business-Answer IS NOT NUMERIC
               DISPLAY "Business date [" WS-Business-Answer "] is "
                   "not numeric."
           ELSE
               MOVE WS-Business-Answer TO WS-Business-Date-Num
               MOVE WS-Business-Date-Num TO WS-Edit-Date
               PERFORM 1100-VALIDATE-CALENDAR-DATE
               IF WS-Days-In-Month = 0
                   OR WS-Edit-Day < 1
                   OR WS-Edit-Day > WS-Days-In-Month
                   DISPLAY "Business date [" WS-Business-Answer
                       "] is not a real calendar date."
               ELSE
                   MOVE "Y" TO WS-Parms-OK-Flag
               END-IF
           END-IF.

      *> Same calendar check coby applies in its edit pass, so a
      *> generated batch can never come back with DATE rejects.
       1100-VALIDATE-CALENDAR-DATE.
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

      *> The reversals of an earlier session are already on the
      *> register; overwriting their file before it has been posted
      *> would lose them for good, so the operator must say so.
       1200-CHECK-PENDING-FILE.
           MOVE "Y" TO WS-Pending-OK-Flag
           OPEN INPUT TxnRevFile
           IF WS-Txn-Rev-Status = "00"
               CLOSE TxnRevFile
               MOVE "N" TO WS-Pending-OK-Flag
               DISPLAY WS-Rev-File-Name " from an earlier session is "
                   "still on disk."
               DISPLAY "Has it been posted, so it may be replaced "
                   "(Y/N)? " WITH NO ADVANCING
               ACCEPT WS-Replace-Answer
               IF WS-Replace-Answer = "Y" OR WS-Replace-Answer = "y"
                   MOVE "Y" TO WS-Pending-OK-Flag
               END-IF
           END-IF.

       1300-LOAD-REGISTER.
           MOVE 0 TO WS-Reg-Count
           MOVE 0 TO WS-Rev-Seq
           MOVE "N" TO WS-Reg-Overflow-Flag
           MOVE "N" TO WS-Reg-EOF-Flag
           OPEN INPUT RevRegFile
           IF WS-Rev-Reg-Status NOT = "00"
               MOVE "Y" TO WS-Reg-EOF-Flag
           END-IF
           PERFORM UNTIL WS-Reg-EOF-Flag = "Y"
               READ RevRegFile
                   AT END
                       MOVE "Y" TO WS-Reg-EOF-Flag
                   NOT AT END
                       PERFORM 1310-LOAD-REGISTER-ENTRY
               END-READ
           END-PERFORM
           IF WS-Rev-Reg-Status NOT = "35"
               CLOSE RevRegFile
           END-IF
           MOVE WS-Reg-Count TO WS-Reg-Loaded-Count.

       1310-LOAD-REGISTER-ENTRY.
           IF WS-Reg-Count >= 5000
               MOVE "Y" TO WS-Reg-Overflow-Flag
               MOVE "Y" TO WS-Reg-EOF-Flag
           ELSE
               ADD 1 TO WS-Reg-Count
               MOVE WS-Reg-Count TO WS-Reg-Idx
               MOVE RR-Orig-Image TO WS-Reg-Image(WS-Reg-Idx)
               MOVE RR-Reference TO WS-Reg-Reference(WS-Reg-Idx)
               MOVE RR-Reference TO WS-Reg-Ref-Split
               IF WS-Reg-Ref-Digits IS NUMERIC
                   IF WS-Reg-Ref-Digits > WS-Rev-Seq
                       MOVE WS-Reg-Ref-Digits TO WS-Rev-Seq
                   END-IF
               END-IF
           END-IF.

       2000-RUN-REVERSAL-SESSION.
           MOVE 0 TO WS-Record-Count
           MOVE 0 TO WS-Hash-Total
           MOVE 0 TO WS-Reversal-Count
           MOVE 0 TO WS-Pair-Count
           MOVE 0 TO WS-Replacement-Count
           MOVE 0 TO WS-Refused-Count
           MOVE 0 TO WS-Reversed-Total
           MOVE 0 TO WS-Replaced-Total
           OPEN OUTPUT TxnRevFile
           OPEN OUTPUT RevRptFile
           MOVE SPACES TO RevRptRec
           STRING "Reversal Control Report   Business Date: "
                  DELIMITED BY SIZE
                  WS-Business-Answer DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec
           MOVE "N" TO WS-Session-Done-Flag
           PERFORM UNTIL WS-Session-Done-Flag = "Y"
               PERFORM 2100-SELECT-ONE-ENTRY
           END-PERFORM
           PERFORM 2800-WRITE-TRAILER
           CLOSE TxnRevFile
           PERFORM 2900-APPEND-REGISTER
           PERFORM 3000-WRITE-REPORT-TOTALS
           CLOSE RevRptFile
           DISPLAY "Wrote " WS-Record-Count " transactions for "
               WS-Reversal-Count " reversals to " WS-Rev-File-Name
           IF WS-Record-Count > 0
               DISPLAY "Present it to the posting run as TXNIN.DAT."
           END-IF
           DISPLAY "Control report written to " WS-Rpt-File-Name
           MOVE "COMPLETED" TO WS-Run-Outcome.

       2100-SELECT-ONE-ENTRY.
           DISPLAY " "
           DISPLAY "Account of the entry to reverse (blank to "
               "finish): " WITH NO ADVANCING
           MOVE SPACES TO SK-Account
           ACCEPT SK-Account
           IF SK-Account = SPACES
               MOVE "Y" TO WS-Session-Done-Flag
           ELSE
               PERFORM 2110-ACCEPT-ENTRY-KEY
               IF WS-Key-OK-Flag = "Y"
                   PERFORM 2200-FIND-HISTORY-ENTRY
                   IF WS-Hist-Match-Count = 0
                       DISPLAY "No posted entry matches - check the "
                           "account, date, sign, amount and type."
                   ELSE
                       PERFORM 2300-CHECK-REVERSIBLE
                       IF WS-Reversible-Flag = "Y"
                           PERFORM 2400-CONFIRM-AND-REVERSE
                       ELSE
                           ADD 1 TO WS-Refused-Count
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-ACCEPT-ENTRY-KEY.
           MOVE "N" TO WS-Key-OK-Flag
           DISPLAY "Posting date of the entry (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-Sel-Date-Answer
           DISPLAY "Sign (+ or -): " WITH NO ADVANCING
           ACCEPT SK-Sign
           DISPLAY "Amount (9 digits, 000012500 = 125.00): "
               WITH NO ADVANCING
           ACCEPT WS-Sel-Amount-Answer
           DISPLAY "Type code (D/W/F/I/T): " WITH NO ADVANCING
           ACCEPT SK-Type
           IF WS-Sel-Date-Answer IS NOT NUMERIC
               DISPLAY "Date [" WS-Sel-Date-Answer "] is not "
                   "numeric."
           ELSE
               IF SK-Sign NOT = "+" AND SK-Sign NOT = "-"
                   DISPLAY "Sign [" SK-Sign "] must be + or -."
               ELSE
                   IF WS-Sel-Amount-Answer IS NOT NUMERIC
                       DISPLAY "Amount [" WS-Sel-Amount-Answer
                           "] is not 9 digits."
                   ELSE
                       IF SK-Type = SPACES
                           DISPLAY "Type code is required."
                       ELSE
                           MOVE WS-Sel-Date-Answer TO SK-Date
                           MOVE WS-Sel-Amount-Num TO SK-Amount
                           MOVE "Y" TO WS-Key-OK-Flag
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> An entry still in the open period is on TXNHIST.DAT; once
      *> its month has been closed it lives in that month's
      *> generation file. Both are searched, so the same check
      *> works either side of a month-end.
       2200-FIND-HISTORY-ENTRY.
           MOVE 0 TO WS-Hist-Match-Count
           MOVE "N" TO WS-Match-Overflow-Flag
           MOVE SPACES TO WS-Found-Image
           MOVE WS-Txn-Hist-File-Name TO WS-Hist-Scan-File-Name
           PERFORM 2210-SCAN-HISTORY-FILE
           MOVE WS-Sel-Date-Answer(1:6) TO WS-Sel-Period
           MOVE SPACES TO WS-Gen-File-Name
           STRING "TXNH" DELIMITED BY SIZE
                  WS-Sel-Period DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-Gen-File-Name
           MOVE WS-Gen-File-Name TO WS-Hist-Scan-File-Name
           PERFORM 2210-SCAN-HISTORY-FILE.

       2210-SCAN-HISTORY-FILE.
           MOVE "N" TO WS-Hist-EOF-Flag
           OPEN INPUT TxnHistFile
           IF WS-Txn-Hist-Status NOT = "00"
               MOVE "Y" TO WS-Hist-EOF-Flag
           END-IF
           PERFORM UNTIL WS-Hist-EOF-Flag = "Y"
               READ TxnHistFile
                   AT END
                       MOVE "Y" TO WS-Hist-EOF-Flag
                   NOT AT END
                       IF TxnHistRec(1:29) = WS-Sel-Key
                           PERFORM 2220-KEEP-MATCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Txn-Hist-Status NOT = "35"
               CLOSE TxnHistFile
           END-IF.

       2220-KEEP-MATCH.
           ADD 1 TO WS-Hist-Match-Count
           IF WS-Hist-Match-Count = 1
               MOVE TxnHistRec TO WS-Found-Image
           END-IF
           IF WS-Hist-Match-Count > 100
               MOVE "Y" TO WS-Match-Overflow-Flag
           ELSE
               SET WS-Match-Idx TO WS-Hist-Match-Count
               MOVE TxnHistRec TO WS-Match-Image(WS-Match-Idx)
           END-IF.

      *> A reversal is never itself reversed - a wrong reversal is
      *> put right by keying the movement again. Otherwise each
      *> matching entry may be reversed once for every time it was
      *> posted, and the first one not yet reversed is offered.
       2300-CHECK-REVERSIBLE.
           MOVE "N" TO WS-Reversible-Flag
           MOVE 0 TO WS-Unreversed-Count
           MOVE SPACES TO WS-Reg-Match-Ref
           IF FND-Type = "R"
               DISPLAY "That entry is itself a reversal (reference "
                   FND-Reference ") and cannot be reversed."
           ELSE
               IF WS-Match-Overflow-Flag = "Y"
                   DISPLAY "More than 100 posted entries match - "
                       "key the other leg or a more exact entry."
               ELSE
                   PERFORM VARYING WS-Match-Idx FROM 1 BY 1
                           UNTIL WS-Match-Idx > WS-Hist-Match-Count
                       PERFORM 2310-CHECK-MATCH-REVERSED
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-Unreversed-Count = 0
                           DISPLAY "That entry has already been "
                               "reversed (reference "
                               WS-Reg-Match-Ref ")."
                       WHEN WS-Reg-Count > 4998
                           DISPLAY "Reversal register is full (5000 "
                               "entries) - no further reversals this "
                               "session."
                       WHEN OTHER
                           MOVE "Y" TO WS-Reversible-Flag
                           IF WS-Unreversed-Count > 1
                               DISPLAY WS-Unreversed-Count
                                   " matching entries not yet "
                                   "reversed - the first is offered."
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *> The match at WS-Match-Idx is reversed when the register
      *> holds its image at least as often as it has been seen so
      *> far in the matches.
       2310-CHECK-MATCH-REVERSED.
           MOVE 0 TO WS-Image-Seen-Count
           PERFORM VARYING WS-Seen-Idx FROM 1 BY 1
                   UNTIL WS-Seen-Idx > WS-Match-Idx
               IF WS-Match-Image(WS-Seen-Idx) =
                       WS-Match-Image(WS-Match-Idx)
                   ADD 1 TO WS-Image-Seen-Count
               END-IF
           END-PERFORM
           MOVE 0 TO WS-Image-Reg-Count
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1
                   UNTIL WS-Reg-Idx > WS-Reg-Count
               IF WS-Reg-Image(WS-Reg-Idx) =
                       WS-Match-Image(WS-Match-Idx)
                   ADD 1 TO WS-Image-Reg-Count
                   MOVE WS-Reg-Reference(WS-Reg-Idx) TO
                       WS-Reg-Match-Ref
               END-IF
           END-PERFORM
           IF WS-Image-Seen-Count > WS-Image-Reg-Count
               ADD 1 TO WS-Unreversed-Count
               IF WS-Unreversed-Count = 1
                   MOVE WS-Match-Image(WS-Match-Idx) TO WS-Found-Image
               END-IF
           END-IF.

       2400-CONFIRM-AND-REVERSE.
           MOVE FND-Amount TO WS-Amount-Display
           DISPLAY "Found: " FND-Account " " FND-Date " " FND-Sign
               " " WS-Amount-Display " " FND-Type
           IF FND-Counter-Account NOT = SPACES
               DISPLAY "Transfer leg - counter-account "
                   FND-Counter-Account " reference " FND-Reference
                   ". Both legs will be reversed."
           END-IF
           DISPLAY "Reverse this entry (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-Confirm-Answer
           IF WS-Confirm-Answer NOT = "Y" AND WS-Confirm-Answer NOT = "y"
               DISPLAY "Not reversed."
           ELSE
               ADD 1 TO WS-Rev-Seq
               MOVE WS-Rev-Seq TO WS-Rev-Ref-Seq
               ADD 1 TO WS-Reversal-Count
               ADD FND-Amount TO WS-Reversed-Total
               MOVE SPACES TO RevRptRec
               WRITE RevRptRec
               MOVE SPACES TO RevRptRec
               STRING "Ref " DELIMITED BY SIZE
                      WS-Rev-Reference DELIMITED BY SIZE
                      " original: " DELIMITED BY SIZE
                      WS-Found-Image DELIMITED BY SIZE
                      INTO RevRptRec
               WRITE RevRptRec
               IF FND-Counter-Account = SPACES
                   PERFORM 2410-BUILD-SINGLE-REVERSAL
               ELSE
                   PERFORM 2420-BUILD-PAIR-REVERSAL
               END-IF
               PERFORM 2500-OFFER-REPLACEMENT
               DISPLAY "Reversal " WS-Rev-Reference " recorded."
           END-IF.

      *> Single line - the same amount back on the same account with
      *> the opposite sign.
       2410-BUILD-SINGLE-REVERSAL.
           MOVE SPACES TO WS-Rev-Txn
           MOVE FND-Account TO RVT-Account
           MOVE WS-Business-Date-Num TO RVT-Date
           IF FND-Sign = "-"
               MOVE "+" TO RVT-Sign
           ELSE
               MOVE "-" TO RVT-Sign
           END-IF
           MOVE FND-Amount TO RVT-Amount
           MOVE "R" TO RVT-Type
           MOVE WS-Rev-Reference TO RVT-Reference
           PERFORM 2600-WRITE-REVERSAL-LINE
           MOVE WS-Found-Image TO WS-Reg-New-Image
           PERFORM 2700-ADD-REGISTER-ENTRY.

      *> Transfer - whichever leg was picked, the whole pair is
      *> reversed as one R pair that debits the original to-account
      *> and credits the original from-account, so the posting run
      *> holds or posts it as a unit just like the transfer itself.
       2420-BUILD-PAIR-REVERSAL.
           ADD 1 TO WS-Pair-Count
           IF FND-Sign = "-"
               MOVE FND-Account TO WS-Xfer-From-Account
               MOVE FND-Counter-Account TO WS-Xfer-To-Account
           ELSE
               MOVE FND-Counter-Account TO WS-Xfer-From-Account
               MOVE FND-Account TO WS-Xfer-To-Account
           END-IF
           MOVE SPACES TO WS-Rev-Txn
           MOVE WS-Xfer-To-Account TO RVT-Account
           MOVE WS-Business-Date-Num TO RVT-Date
           MOVE "-" TO RVT-Sign
           MOVE FND-Amount TO RVT-Amount
           MOVE "R" TO RVT-Type
           MOVE WS-Xfer-From-Account TO RVT-Counter-Account
           MOVE WS-Rev-Reference TO RVT-Reference
           PERFORM 2600-WRITE-REVERSAL-LINE
           MOVE WS-Found-Image TO WS-Rev-Txn
           MOVE WS-Xfer-From-Account TO RVT-Account
           MOVE "-" TO RVT-Sign
           MOVE WS-Xfer-To-Account TO RVT-Counter-Account
           MOVE WS-Rev-Txn TO WS-Reg-New-Image
           PERFORM 2700-ADD-REGISTER-ENTRY
           MOVE WS-Xfer-To-Account TO RVT-Account
           MOVE "+" TO RVT-Sign
           MOVE WS-Xfer-From-Account TO RVT-Counter-Account
           MOVE WS-Rev-Txn TO WS-Reg-New-Image
           PERFORM 2700-ADD-REGISTER-ENTRY.

      *> Optional corrected replacement, posted on the same business
      *> date under the same reference. A transfer is replaced by a
      *> transfer between the same two accounts; a single line may
      *> also take a corrected sign and type code.
       2500-OFFER-REPLACEMENT.
           DISPLAY "Post a corrected replacement (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-Confirm-Answer
           IF WS-Confirm-Answer = "Y" OR WS-Confirm-Answer = "y"
               PERFORM 2510-ACCEPT-REPLACEMENT
               IF WS-Repl-OK-Flag = "Y"
                   PERFORM 2520-BUILD-REPLACEMENT
               ELSE
                   DISPLAY "No replacement written - the reversal "
                       "stands on its own."
               END-IF
           END-IF.

       2510-ACCEPT-REPLACEMENT.
           MOVE "N" TO WS-Repl-OK-Flag
           MOVE FND-Sign TO WS-Repl-Sign
           MOVE FND-Type TO WS-Repl-Type
           DISPLAY "Corrected amount (9 digits, 000012500 = "
               "125.00): " WITH NO ADVANCING
           ACCEPT WS-Repl-Amount-Answer
           IF FND-Counter-Account = SPACES
               DISPLAY "Corrected sign (blank to keep " FND-Sign
                   "): " WITH NO ADVANCING
               MOVE SPACES TO WS-Repl-Sign-Answer
               ACCEPT WS-Repl-Sign-Answer
               DISPLAY "Corrected type code D/W/F/I (blank to keep "
                   FND-Type "): " WITH NO ADVANCING
               MOVE SPACES TO WS-Repl-Type-Answer
               ACCEPT WS-Repl-Type-Answer
               IF WS-Repl-Sign-Answer NOT = SPACES
                   MOVE WS-Repl-Sign-Answer TO WS-Repl-Sign
               END-IF
               IF WS-Repl-Type-Answer NOT = SPACES
                   MOVE WS-Repl-Type-Answer TO WS-Repl-Type
               END-IF
           END-IF
           IF WS-Repl-Amount-Answer IS NOT NUMERIC
               DISPLAY "Amount [" WS-Repl-Amount-Answer "] is not "
                   "9 digits."
           ELSE
               MOVE WS-Repl-Amount-Num TO WS-Repl-Amount
               IF WS-Repl-Amount = 0
                   DISPLAY "A zero replacement is no replacement."
               ELSE
                   IF WS-Repl-Sign NOT = "+" AND WS-Repl-Sign NOT = "-"
                       DISPLAY "Sign [" WS-Repl-Sign "] must be + "
                           "or -."
                   ELSE
                       IF FND-Counter-Account = SPACES
                           AND WS-Repl-Type NOT = "D"
                           AND WS-Repl-Type NOT = "W"
                           AND WS-Repl-Type NOT = "F"
                           AND WS-Repl-Type NOT = "I"
                           DISPLAY "Type [" WS-Repl-Type "] cannot "
                               "be keyed as a single line - use "
                               "D, W, F or I."
                       ELSE
                           MOVE "Y" TO WS-Repl-OK-Flag
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2520-BUILD-REPLACEMENT.
           MOVE SPACES TO WS-Rev-Txn
           MOVE WS-Business-Date-Num TO RVT-Date
           MOVE WS-Repl-Amount TO RVT-Amount
           MOVE WS-Repl-Type TO RVT-Type
           MOVE WS-Rev-Reference TO RVT-Reference
           IF FND-Counter-Account = SPACES
               MOVE FND-Account TO RVT-Account
               MOVE WS-Repl-Sign TO RVT-Sign
           ELSE
               MOVE WS-Xfer-From-Account TO RVT-Account
               MOVE "-" TO RVT-Sign
               MOVE WS-Xfer-To-Account TO RVT-Counter-Account
           END-IF
           IF RVT-Account = FND-Account AND RVT-Date = FND-Date
               AND RVT-Sign = FND-Sign AND RVT-Amount = FND-Amount
               DISPLAY "Replacement matches the original on "
                   "account, date, sign and amount - the posting "
                   "run will hold it as a duplicate unless "
                   "duplicates are force-posted."
           END-IF
           ADD 1 TO WS-Replacement-Count
           ADD WS-Repl-Amount TO WS-Replaced-Total
           PERFORM 2600-WRITE-REVERSAL-LINE.

       2600-WRITE-REVERSAL-LINE.
           ADD 1 TO WS-Record-Count
           ADD RVT-Amount TO WS-Hash-Total
           MOVE WS-Rev-Txn TO TxnRevRec
           WRITE TxnRevRec
           MOVE SPACES TO RevRptRec
           STRING "                posting: " DELIMITED BY SIZE
                  WS-Rev-Txn DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec.

      *> Room for both legs of a pair is confirmed in
      *> 2300-CHECK-REVERSIBLE before anything is written.
       2700-ADD-REGISTER-ENTRY.
           ADD 1 TO WS-Reg-Count
           MOVE WS-Reg-Count TO WS-Reg-Idx
           MOVE WS-Reg-New-Image TO WS-Reg-Image(WS-Reg-Idx)
           MOVE WS-Rev-Reference TO WS-Reg-Reference(WS-Reg-Idx).

       2800-WRITE-TRAILER.
           MOVE WS-Record-Count TO TRL-Count
           MOVE WS-Hash-Total TO TRL-Hash
           MOVE SPACES TO TxnRevRec
           MOVE WS-Rev-Trailer TO TxnRevRec
           WRITE TxnRevRec.

       2900-APPEND-REGISTER.
           IF WS-Reg-Count > WS-Reg-Loaded-Count
               OPEN EXTEND RevRegFile
               IF WS-Rev-Reg-Status NOT = "00"
                   OPEN OUTPUT RevRegFile
               END-IF
               COMPUTE WS-Reg-Idx = WS-Reg-Loaded-Count + 1
               PERFORM UNTIL WS-Reg-Idx > WS-Reg-Count
                   MOVE SPACES TO RevRegRec
                   MOVE WS-Reg-Image(WS-Reg-Idx) TO RR-Orig-Image
                   MOVE WS-Business-Date-Num TO RR-Reversal-Date
                   MOVE WS-Reg-Reference(WS-Reg-Idx) TO RR-Reference
                   WRITE RevRegRec
                   SET WS-Reg-Idx UP BY 1
               END-PERFORM
               CLOSE RevRegFile
               MOVE WS-Reg-Count TO WS-Reg-Loaded-Count
           END-IF.

       3000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RevRptRec
           WRITE RevRptRec
           MOVE WS-Reversed-Total TO WS-Total-Display
           MOVE SPACES TO RevRptRec
           STRING "Entries reversed:     " DELIMITED BY SIZE
                  WS-Reversal-Count DELIMITED BY SIZE
                  "   Total: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec
           MOVE SPACES TO RevRptRec
           STRING "  of which transfers: " DELIMITED BY SIZE
                  WS-Pair-Count DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec
           MOVE WS-Replaced-Total TO WS-Total-Display
           MOVE SPACES TO RevRptRec
           STRING "Replacements:         " DELIMITED BY SIZE
                  WS-Replacement-Count DELIMITED BY SIZE
                  "   Total: " DELIMITED BY SIZE
                  WS-Total-Display DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec
           MOVE SPACES TO RevRptRec
           STRING "Requests refused:     " DELIMITED BY SIZE
                  WS-Refused-Count DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec
           MOVE SPACES TO RevRptRec
           STRING "Trailer count: " DELIMITED BY SIZE
                  TRL-Count DELIMITED BY SIZE
                  "   Hash total: " DELIMITED BY SIZE
                  TRL-Hash DELIMITED BY SIZE
                  INTO RevRptRec
           WRITE RevRptRec.

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
