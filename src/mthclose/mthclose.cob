           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Posted-history layout, same record coby appends in its
      *> ledger pass: account, date, sign, amount, type code, and on
      *> a transfer leg the counter-account and transfer reference.
        FD TxnHistFile.
        01 TxnHistRec.
          02 TXN-Account PIC X(10).
          02 TXN-Sign PIC X.
          02 TXN-Amount PIC 9(7)V99.
          02 TXN-Type PIC X.
          02 TXN-Counter-Account PIC X(10).
          02 TXN-Reference PIC X(10).

        FD TxnGenFile.
        01 TxnGenRec PIC X(49).

        FD AcctMastFile.
        01 AcctMastRec.
          02 AM-Sign PIC X.
          02 AM-Balance PIC 9(7)V99.
          02 AM-Overdraft-Limit PIC 9(7)V99.
          02 AM-Dormant-Flag PIC X.
          02 AM-Dormant-Date PIC 9(8).

      *> Brought-forward balances as at the last period close - the
      *> rolling opening position that replaces the history records
          02 FILLER PIC X.
          02 RC-Count PIC 9(6).

      *> Job parameters left by the nightly job stream - STEP=mthclose
      *> first, then KEYWORD=VALUE lines.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

        WORKING-STORAGE SECTION.
       01 WS-RunCtl-File-Name PIC X(40) VALUE "RUNCTL.DAT".
       01 WS-RunCtl-Status PIC XX VALUE "00".
         02 WS-Close-Year PIC 9(4).
         02 WS-Close-Month PIC 9(2).
       01 WS-Period-OK-Flag PIC X VALUE "N".

      *> Job parameters - run from the nightly job stream at month
      *> end, the period closed is PERIOD, or when none is given the
      *> month of BUSDATE, and the run is logged under BUSDATE.
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Job-Parm-EOF-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Run-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Keyword PIC X(20) VALUE SPACES.
       01 WS-Job-Parm-Value PIC X(60) VALUE SPACES.
       01 WS-Job-Parm-Applied-Flag PIC X VALUE "N".
       01 WS-Job-Business PIC X(8) VALUE SPACES.

       01 WS-Txn-Period PIC X(6) VALUE SPACES.

      *> Per-account accumulation - brought forward from the last
      *> before touching TXNHIST.DAT so no posted record is lost.
       01 WS-Open-Table.
         02 WS-Open-Entry OCCURS 5000 TIMES INDEXED BY WS-Open-Idx.
           03 WS-Open-Image PIC X(49).
       01 WS-Open-Count PIC 9(5) VALUE 0.
       01 WS-Open-Overflow-Flag PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Mthclose - Month-End History Close"
           PERFORM 0050-READ-JOB-PARAMETERS
           PERFORM 0100-ACCEPT-PERIOD
           IF WS-Job-Business NOT = SPACES
               MOVE WS-Job-Business TO WS-RunCtl-Business
           END-IF
           PERFORM 9500-WRITE-RUN-START
           IF WS-Period-OK-Flag NOT = "Y"
               DISPLAY "No valid period entered - close abandoned."
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
                   WHEN "PERIOD"
                       MOVE WS-Job-Parm-Value TO WS-Close-Period
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

       0100-ACCEPT-PERIOD.
           MOVE "N" TO WS-Period-OK-Flag
           IF WS-Job-Parm-Run-Flag = "Y"
               IF WS-Close-Period = SPACES
                   MOVE WS-Job-Business(1:6) TO WS-Close-Period
               END-IF
           ELSE
               DISPLAY "Period to close (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-Close-Period
           END-IF
           IF WS-Close-Period IS NUMERIC
               AND WS-Close-Month >= 01 AND WS-Close-Month <= 12
               MOVE "Y" TO WS-Period-OK-Flag
