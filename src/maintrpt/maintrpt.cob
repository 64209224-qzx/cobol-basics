       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintrpt.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MaintJnlFile ASSIGN TO DYNAMIC WS-Maint-Jnl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Jnl-Status.
           SELECT MaintSortFile ASSIGN TO DYNAMIC WS-Maint-Sort-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Sort-Status.
           SELECT SortWork ASSIGN TO DYNAMIC WS-Sort-Work-Name.
           SELECT MaintRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Maintenance journal coby appends in 5600-WRITE-JOURNAL-RECORD:
      *> kennitala, action code, field changed, account (overdraft
      *> limit changes only), before and after values, operator ID,
      *> and the date and time of the change.
        FD MaintJnlFile.
        01 MaintJnlRec PIC X(124).

      *> The journal sorted by action, operator and time of day -
      *> produced once per run, then read in one control-break pass.
        FD MaintSortFile.
        01 MaintSortRec.
          02 MS-Kennitala PIC X(10).
          02 FILLER PIC X.
          02 MS-Action PIC X(4).
          02 FILLER PIC X.
          02 MS-Field PIC X(8).
          02 FILLER PIC X.
          02 MS-Account PIC X(10).
          02 FILLER PIC X.
          02 MS-Before PIC X(30).
          02 FILLER PIC X.
          02 MS-After PIC X(30).
          02 FILLER PIC X.
          02 MS-Operator PIC X(8).
          02 FILLER PIC X.
          02 MS-Date PIC 9(8).
          02 FILLER PIC X.
          02 MS-Time PIC 9(8).

        SD SortWork.
        01 SortWorkRec.
          02 FILLER PIC X(11).
          02 SW-Action PIC X(4).
          02 FILLER PIC X(83).
          02 SW-Operator PIC X(8).
          02 FILLER PIC X.
          02 SW-Date PIC 9(8).
          02 FILLER PIC X.
          02 SW-Time PIC 9(8).

        FD MaintRptFile.
        01 MaintRptRec PIC X(80).

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

      *> Job parameters left by the nightly job stream - STEP=maintrpt
      *> first, then KEYWORD=VALUE lines.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

        WORKING-STORAGE SECTION.
       01 WS-RunCtl-File-Name PIC X(40) VALUE "RUNCTL.DAT".
       01 WS-RunCtl-Status PIC XX VALUE "00".
       01 WS-RunCtl-Program PIC X(10) VALUE "maintrpt".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.

      *> Daily maintenance journal report - every registration and
      *> person-master or overdraft-limit change made on one day,
      *> grouped by action type and, inside that, by operator, with
      *> the before and after value of each change and counts per
      *> operator, per action and for the day.
       01 WS-Maint-Jnl-File-Name PIC X(40) VALUE "MAINTJNL.DAT".
       01 WS-Maint-Sort-File-Name PIC X(40) VALUE "MAINTSRT.DAT".
       01 WS-Sort-Work-Name PIC X(40) VALUE "SORTWORK".
       01 WS-Rpt-File-Name PIC X(40) VALUE "MAINTRPT.DAT".
       01 WS-Maint-Jnl-Status PIC XX VALUE "00".
       01 WS-Maint-Sort-Status PIC XX VALUE "00".
       01 WS-Jnl-Present-Flag PIC X VALUE "N".
       01 WS-Sort-EOF-Flag PIC X VALUE "N".

      *> Report date - blank means today's journal.
       01 WS-Report-Date PIC X(8) VALUE SPACES.
       01 WS-Today PIC 9(8) VALUE 0.

      *> Job parameters - run from the nightly job stream the report
      *> covers BUSDATE, and the run is logged under it.
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Job-Parm-EOF-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Run-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Keyword PIC X(20) VALUE SPACES.
       01 WS-Job-Parm-Value PIC X(60) VALUE SPACES.
       01 WS-Job-Parm-Applied-Flag PIC X VALUE "N".
       01 WS-Job-Business PIC X(8) VALUE SPACES.

      *> Control-break fields
       01 WS-Curr-Action PIC X(4) VALUE SPACES.
       01 WS-Curr-Operator PIC X(8) VALUE SPACES.
       01 WS-Action-Open-Flag PIC X VALUE "N".
       01 WS-Operator-Open-Flag PIC X VALUE "N".
       01 WS-Action-Name PIC X(22) VALUE SPACES.
       01 WS-Operator-Changes PIC 9(6) VALUE 0.
       01 WS-Action-Changes PIC 9(6) VALUE 0.
       01 WS-Action-Operators PIC 9(4) VALUE 0.
       01 WS-Total-Changes PIC 9(6) VALUE 0.
       01 WS-Total-Actions PIC 9(4) VALUE 0.
       01 WS-Time-Display PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Maintrpt - Daily Maintenance Journal Report"
           PERFORM 0050-READ-JOB-PARAMETERS
           PERFORM 1000-ACCEPT-PARAMETERS
           IF WS-Job-Business NOT = SPACES
               MOVE WS-Job-Business TO WS-RunCtl-Business
           END-IF
           PERFORM 9500-WRITE-RUN-START
           PERFORM 0300-CHECK-JOURNAL-PRESENT
           OPEN OUTPUT MaintRptFile
           PERFORM 3000-WRITE-REPORT-HEADING
           IF WS-Jnl-Present-Flag = "Y"
               SORT SortWork
                   ON ASCENDING KEY SW-Action SW-Operator
                       SW-Date SW-Time
                   USING MaintJnlFile
                   GIVING MaintSortFile
               PERFORM 2000-CONTROL-BREAK-PASS
           ELSE
               DISPLAY "No maintenance journal found ("
                   WS-Maint-Jnl-File-Name "), report is empty."
           END-IF
           PERFORM 3900-WRITE-REPORT-TOTALS
           CLOSE MaintRptFile
           DISPLAY "Reported " WS-Total-Changes " changes for "
               WS-Report-Date " to " WS-Rpt-File-Name
           MOVE "COMPLETED" TO WS-Run-Outcome
           MOVE WS-Total-Changes TO WS-RunCtl-Count
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
                   WHEN "OUTFILE"
                       MOVE WS-Job-Parm-Value TO WS-Rpt-File-Name
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

       0300-CHECK-JOURNAL-PRESENT.
           MOVE "N" TO WS-Jnl-Present-Flag
           OPEN INPUT MaintJnlFile
           IF WS-Maint-Jnl-Status = "00"
               MOVE "Y" TO WS-Jnl-Present-Flag
               CLOSE MaintJnlFile
           END-IF.

       1000-ACCEPT-PARAMETERS.
           IF WS-Job-Parm-Run-Flag = "Y"
               MOVE WS-Job-Business TO WS-Report-Date
           ELSE
               DISPLAY "Journal date (YYYYMMDD, blank for today): "
                   WITH NO ADVANCING
               ACCEPT WS-Report-Date
           END-IF
           IF WS-Report-Date = SPACES
               ACCEPT WS-Today FROM DATE YYYYMMDD
               MOVE WS-Today TO WS-Report-Date
           END-IF
           DISPLAY "Reporting maintenance journal for "
               WS-Report-Date.

      *> One pass over the sorted journal, skipping other days: a
      *> change of action closes the open operator and action groups,
      *> a change of operator inside an action closes the operator.
       2000-CONTROL-BREAK-PASS.
           MOVE "N" TO WS-Sort-EOF-Flag
           OPEN INPUT MaintSortFile
           IF WS-Maint-Sort-Status NOT = "00"
               MOVE "Y" TO WS-Sort-EOF-Flag
           END-IF
           PERFORM UNTIL WS-Sort-EOF-Flag = "Y"
               READ MaintSortFile
                   AT END
                       MOVE "Y" TO WS-Sort-EOF-Flag
                   NOT AT END
                       IF MS-Date = WS-Report-Date
                           PERFORM 2100-PROCESS-JOURNAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2300-FINISH-OPERATOR
           PERFORM 2400-FINISH-ACTION
           IF WS-Maint-Sort-Status NOT = "35"
               CLOSE MaintSortFile
           END-IF.

       2100-PROCESS-JOURNAL-RECORD.
           IF WS-Action-Open-Flag = "N"
                   OR MS-Action NOT = WS-Curr-Action
               PERFORM 2300-FINISH-OPERATOR
               PERFORM 2400-FINISH-ACTION
               PERFORM 2200-START-ACTION
           END-IF
           IF WS-Operator-Open-Flag = "N"
                   OR MS-Operator NOT = WS-Curr-Operator
               PERFORM 2300-FINISH-OPERATOR
               PERFORM 2250-START-OPERATOR
           END-IF
           PERFORM 3100-WRITE-DETAIL-LINES
           ADD 1 TO WS-Operator-Changes
           ADD 1 TO WS-Action-Changes
           ADD 1 TO WS-Total-Changes.

       2200-START-ACTION.
           MOVE MS-Action TO WS-Curr-Action
           MOVE "Y" TO WS-Action-Open-Flag
           MOVE 0 TO WS-Action-Changes
           MOVE 0 TO WS-Action-Operators
           ADD 1 TO WS-Total-Actions
           EVALUATE WS-Curr-Action
               WHEN "REGN"
                   MOVE "New registration" TO WS-Action-Name
               WHEN "NAME"
                   MOVE "Name change" TO WS-Action-Name
               WHEN "DEAC"
                   MOVE "Deactivation" TO WS-Action-Name
               WHEN "ODLM"
                   MOVE "Overdraft limit change" TO WS-Action-Name
               WHEN OTHER
                   MOVE "Unknown action" TO WS-Action-Name
           END-EVALUATE
           MOVE SPACES TO MaintRptRec
           WRITE MaintRptRec
           MOVE SPACES TO MaintRptRec
           STRING "Action " DELIMITED BY SIZE
                  WS-Curr-Action DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Action-Name DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec.

       2250-START-OPERATOR.
           MOVE MS-Operator TO WS-Curr-Operator
           MOVE "Y" TO WS-Operator-Open-Flag
           MOVE 0 TO WS-Operator-Changes
           ADD 1 TO WS-Action-Operators
           MOVE SPACES TO MaintRptRec
           STRING "  Operator " DELIMITED BY SIZE
                  WS-Curr-Operator DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec
           MOVE SPACES TO MaintRptRec
           STRING "    Time      Kennitala   Field     Account"
                  DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec.

       2300-FINISH-OPERATOR.
           IF WS-Operator-Open-Flag = "Y"
               MOVE SPACES TO MaintRptRec
               STRING "  Operator " DELIMITED BY SIZE
                      WS-Curr-Operator DELIMITED BY SIZE
                      " total changes: " DELIMITED BY SIZE
                      WS-Operator-Changes DELIMITED BY SIZE
                      INTO MaintRptRec
               WRITE MaintRptRec
               MOVE "N" TO WS-Operator-Open-Flag
           END-IF.

       2400-FINISH-ACTION.
           IF WS-Action-Open-Flag = "Y"
               MOVE SPACES TO MaintRptRec
               STRING "Action " DELIMITED BY SIZE
                      WS-Curr-Action DELIMITED BY SIZE
                      " total changes: " DELIMITED BY SIZE
                      WS-Action-Changes DELIMITED BY SIZE
                      "   operators: " DELIMITED BY SIZE
                      WS-Action-Operators DELIMITED BY SIZE
                      INTO MaintRptRec
               WRITE MaintRptRec
               MOVE "N" TO WS-Action-Open-Flag
           END-IF.

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO MaintRptRec
           STRING "Daily Maintenance Journal   Date: "
                  DELIMITED BY SIZE
                  WS-Report-Date DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec.

       3100-WRITE-DETAIL-LINES.
           MOVE SPACES TO WS-Time-Display
           STRING MS-Time(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  MS-Time(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  MS-Time(5:2) DELIMITED BY SIZE
                  INTO WS-Time-Display
           MOVE SPACES TO MaintRptRec
           STRING "    " DELIMITED BY SIZE
                  WS-Time-Display DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MS-Kennitala DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MS-Field DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MS-Account DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec
           MOVE SPACES TO MaintRptRec
           STRING "      Before: " DELIMITED BY SIZE
                  MS-Before DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec
           MOVE SPACES TO MaintRptRec
           STRING "      After:  " DELIMITED BY SIZE
                  MS-After DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec.

       3900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO MaintRptRec
           WRITE MaintRptRec
           MOVE SPACES TO MaintRptRec
           STRING "Total changes: " DELIMITED BY SIZE
                  WS-Total-Changes DELIMITED BY SIZE
                  "   Action types: " DELIMITED BY SIZE
                  WS-Total-Actions DELIMITED BY SIZE
                  INTO MaintRptRec
           WRITE MaintRptRec
           IF WS-Total-Changes = 0
               MOVE SPACES TO MaintRptRec
               STRING "  (no maintenance recorded on this date)"
                      DELIMITED BY SIZE
                      INTO MaintRptRec
               WRITE MaintRptRec
           END-IF.

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
