           SELECT PersonMaster ASSIGN TO DYNAMIC WS-Master-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT AcctRelFile ASSIGN TO DYNAMIC WS-Rel-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rel-Status.
           SELECT TxnAccrFile ASSIGN TO DYNAMIC WS-Accr-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AccrRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.

       DATA DIVISION.
        FILE SECTION.
          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

      *> PM-Status "I" marks a deactivated record. Accruals go to
      *> active accounts only - a fee generated for a deactivated
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
      *> trailer verification expect, so the accruals post through
      *> the normal ledger run like any branch batch.
          02 FILLER PIC X.
          02 RC-Count PIC 9(6).

      *> Job parameters left by the nightly job stream - STEP=accrual
      *> first, then KEYWORD=VALUE lines.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

        WORKING-STORAGE SECTION.
       01 WS-RunCtl-File-Name PIC X(40) VALUE "RUNCTL.DAT".
       01 WS-RunCtl-Status PIC XX VALUE "00".
       01 WS-Person-Key-Count PIC 9(4) VALUE 0.
       01 WS-Pers-Load-Overflow-Flag PIC X VALUE "N".
       01 WS-Registered-Flag PIC X VALUE "N".
       01 WS-Check-Kennitala PIC X(10) VALUE SPACES.

      *> Account holders - an account with holder records accrues
      *> while any active holder is an active person; one with none
      *> is checked as its owner's kennitala.
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
       01 WS-Skipped-Count PIC 9(6) VALUE 0.

      *> Run parameters are accepted as fixed digit strings so no
       01 WS-Fee-Answer PIC X(5) VALUE SPACES.
       01 WS-Fee-Amount PIC 9(5) VALUE 0.
       01 WS-Parms-OK-Flag PIC X VALUE "N".

      *> Job parameters - run from the nightly job stream, the
      *> accrual date is BUSDATE and RATE and FEE carry the same
      *> digit strings the prompts take, so nothing is asked.
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Job-Parm-EOF-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Run-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Keyword PIC X(20) VALUE SPACES.
       01 WS-Job-Parm-Value PIC X(60) VALUE SPACES.
       01 WS-Job-Parm-Applied-Flag PIC X VALUE "N".
       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Accrual - Interest & Fee Posting File Generator"
           PERFORM 0050-READ-JOB-PARAMETERS
           PERFORM 1000-ACCEPT-PARAMETERS
           IF WS-Accr-Date IS NUMERIC
               MOVE WS-Accr-Date TO WS-RunCtl-Business
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
                       MOVE WS-Job-Parm-Value TO WS-Accr-Date
                   WHEN "RATE"
                       MOVE WS-Job-Parm-Value TO WS-Rate-Answer
                   WHEN "FEE"
                       MOVE WS-Job-Parm-Value TO WS-Fee-Answer
                   WHEN "OUTFILE"
                       MOVE WS-Job-Parm-Value TO WS-Accr-File-Name
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

       1000-ACCEPT-PARAMETERS.
           MOVE "N" TO WS-Parms-OK-Flag
           IF WS-Job-Parm-Run-Flag NOT = "Y"
               DISPLAY "Accrual date (YYYYMMDD, blank for today): "
                   WITH NO ADVANCING
               ACCEPT WS-Accr-Date
           END-IF
           IF WS-Accr-Date = SPACES
               ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
               MOVE WS-Run-Date-Raw TO WS-Accr-Date
           END-EVALUATE.

       1200-ACCEPT-RATE-AND-FEE.
           IF WS-Job-Parm-Run-Flag NOT = "Y"
               DISPLAY "Interest rate in basis points per period "
                   "(4 digits, 0050 = 0.50%): " WITH NO ADVANCING
               ACCEPT WS-Rate-Answer
               DISPLAY "Flat fee per account in whole kronur "
                   "(5 digits, 00150 = 150): " WITH NO ADVANCING
               ACCEPT WS-Fee-Answer
           END-IF
           IF WS-Rate-Answer IS NOT NUMERIC
               DISPLAY "Rate [" WS-Rate-Answer "] is not 4 digits."
           ELSE
           MOVE 0 TO WS-Fee-Total
           MOVE 0 TO WS-Skipped-Count
           PERFORM 1500-LOAD-PERSON-KEYS
           PERFORM 1520-LOAD-ACCOUNT-HOLDERS
           EVALUATE TRUE
               WHEN WS-Pers-Load-Overflow-Flag = "Y"
                   DISPLAY "Person master " WS-Master-File-Name
                       " exceeds the 1000-person table - accrual "
                       "abandoned so no active account is skipped."
               WHEN WS-Rel-Load-Overflow-Flag = "Y"
                   DISPLAY "Account-holder file " WS-Rel-File-Name
                       " exceeds the 2000-holder table - accrual "
                       "abandoned so no active account is skipped."
               WHEN OTHER
                   PERFORM 2050-READ-ACCOUNT-MASTER
           END-EVALUATE.

       1500-LOAD-PERSON-KEYS.
           MOVE 0 TO WS-Person-Key-Count
               END-IF
           END-IF.

       1520-LOAD-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-Holder-Count
           MOVE "N" TO WS-Rel-Load-Overflow-Flag
           OPEN INPUT AcctRelFile
           IF WS-Rel-Status = "00"
               PERFORM UNTIL WS-Rel-Status NOT = "00"
                   READ AcctRelFile
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1530-LOAD-ACCOUNT-HOLDER
                   END-READ
               END-PERFORM
               CLOSE AcctRelFile
           END-IF.

       1530-LOAD-ACCOUNT-HOLDER.
           IF WS-Holder-Count >= 2000
               MOVE "Y" TO WS-Rel-Load-Overflow-Flag
           ELSE
               ADD 1 TO WS-Holder-Count
               MOVE WS-Holder-Count TO WS-Hold-Idx
               MOVE AR-Account TO WS-Hold-Account(WS-Hold-Idx)
               MOVE AR-Kennitala TO WS-Hold-Kennitala(WS-Hold-Idx)
               MOVE AR-Status TO WS-Hold-State(WS-Hold-Idx)
           END-IF.

       2050-READ-ACCOUNT-MASTER.
           OPEN INPUT AcctMastFile
           IF WS-Acct-Mast-Status NOT = "00"

       2150-CHECK-ACCOUNT-REGISTERED.
           MOVE "N" TO WS-Registered-Flag
           MOVE "N" TO WS-Acct-Listed-Flag
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                   UNTIL WS-Hold-Idx > WS-Holder-Count
                       OR WS-Registered-Flag = "Y"
               IF WS-Hold-Account(WS-Hold-Idx) = AM-Account
                   MOVE "Y" TO WS-Acct-Listed-Flag
                   IF WS-Hold-State(WS-Hold-Idx) = "A"
                       MOVE WS-Hold-Kennitala(WS-Hold-Idx) TO
                           WS-Check-Kennitala
                       PERFORM 2155-CHECK-PERSON-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Acct-Listed-Flag = "N"
               MOVE AM-Account TO WS-Check-Kennitala
               PERFORM 2155-CHECK-PERSON-KEY
           END-IF.

       2155-CHECK-PERSON-KEY.
           PERFORM VARYING WS-Pers-Idx FROM 1 BY 1
                   UNTIL WS-Pers-Idx > WS-Person-Key-Count
                       OR WS-Pers-Key(WS-Pers-Idx) = WS-Check-Kennitala
           END-PERFORM
           IF WS-Pers-Idx NOT > WS-Person-Key-Count
               MOVE "Y" TO WS-Registered-Flag
