       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobstream.
       AUTHOR. Freyr Gudjonsson.
       DATE-WRITTEN. October 15th 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobDefFile ASSIGN TO DYNAMIC WS-Def-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Def-Status.
           SELECT JobRstFile ASSIGN TO DYNAMIC WS-Rst-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Rst-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.
           SELECT JobRptFile ASSIGN TO DYNAMIC WS-Rpt-File-Name
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.

       DATA DIVISION.
        FILE SECTION.
      *> Job definition - KEYWORD=VALUE lines, "*" lines are comments.
      *> STEP=program opens a step; DAYS=1234567 lists the weekdays
      *> it runs on (1 = Monday, ALL = every day) and MONTHEND=Y makes
      *> it run only when the business date is the last day of its
      *> month. Any other line under a step is handed to that
      *> program unchanged as one of its job parameters, e.g.
      *>     STEP=accrual
      *>     RATE=0050
      *>     FEE=00150
        FD JobDefFile.
        01 JobDefRec PIC X(80).

      *> Restart state - one H record for the stream (business date,
      *> stream status) then one S record per defined step. Rewritten
      *> whole after every step, so a rerun after a failure knows
      *> which steps have already completed.
        FD JobRstFile.
        01 JobRstRec.
          02 JR-Rec-Type PIC X.
          02 FILLER PIC X.
          02 JR-Business-Date PIC X(8).
          02 FILLER PIC X.
          02 JR-Seq PIC 9(2).
          02 FILLER PIC X.
          02 JR-Program PIC X(10).
          02 FILLER PIC X.
          02 JR-Status PIC X(9).
          02 FILLER PIC X.
          02 JR-Outcome PIC X(9).
          02 FILLER PIC X.
          02 JR-Count PIC 9(6).
          02 FILLER PIC X.
          02 JR-RunCtl-Pos PIC 9(6).

      *> Parameters for the step about to run - STEP=program first,
      *> so a program only takes parameters meant for it, then
      *> BUSDATE= and the step's lines from the job definition.
      *> Emptied again as soon as the step returns.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

        FD JobRptFile.
        01 JobRptRec PIC X(80).

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
       01 WS-RunCtl-Program PIC X(10) VALUE "jobstream".
       01 WS-RunCtl-Business PIC X(8) VALUE SPACES.
       01 WS-RunCtl-Event PIC X(5) VALUE SPACES.
       01 WS-RunCtl-Outcome PIC X(9) VALUE SPACES.
       01 WS-Run-Outcome PIC X(9) VALUE "ABENDED".
       01 WS-RunCtl-Count PIC 9(6) VALUE 0.
       01 WS-RunCtl-Stamp-Date PIC 9(8) VALUE 0.
       01 WS-RunCtl-Stamp-Time PIC 9(8) VALUE 0.
       01 WS-RunCtl-EOF-Flag PIC X VALUE "N".

      *> Nightly job-stream driver - runs the batch programs named on
      *> JOBDEF.DAT in order for one business date, each unattended
      *> from its job parameters, and after each one reads the END
      *> record that program appended to RUNCTL.DAT. Anything but END
      *> COMPLETED stops the stream; the next run resumes at the
      *> failed step and does not rerun the steps already completed.
       01 WS-Def-File-Name PIC X(40) VALUE "JOBDEF.DAT".
       01 WS-Def-Status PIC XX VALUE "00".
       01 WS-Rst-File-Name PIC X(40) VALUE "JOBRST.DAT".
       01 WS-Rst-Status PIC XX VALUE "00".
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Rpt-File-Name PIC X(40) VALUE "JOBRPT.DAT".
       01 WS-Def-EOF-Flag PIC X VALUE "N".
       01 WS-Rst-EOF-Flag PIC X VALUE "N".
       01 WS-Def-OK-Flag PIC X VALUE "N".
       01 WS-Parms-OK-Flag PIC X VALUE "N".
       01 WS-Def-Keyword PIC X(20) VALUE SPACES.
       01 WS-Def-Value PIC X(60) VALUE SPACES.
       01 WS-Def-Line-Count PIC 9(4) VALUE 0.

      *> Steps in job-definition order. WS-Step-Status is what the
      *> restart file keeps: PENDING, RUNNING, COMPLETED, FAILED or
      *> SKIPPED (not due on this business date).
       01 WS-Step-Table.
         02 WS-Step-Entry OCCURS 20 TIMES INDEXED BY WS-Step-Idx.
           03 WS-Step-Program PIC X(10).
           03 WS-Step-Days PIC X(7).
           03 WS-Step-Month-End PIC X.
           03 WS-Step-Parm-First PIC 9(3).
           03 WS-Step-Parm-Count PIC 9(3).
           03 WS-Step-Status PIC X(9).
           03 WS-Step-Outcome PIC X(9).
           03 WS-Step-End-Count PIC 9(6).
           03 WS-Step-RunCtl-Pos PIC 9(6).
           03 WS-Step-Ran-Now PIC X.
           03 WS-Step-Start-Time PIC 9(8).
           03 WS-Step-End-Time PIC 9(8).
       01 WS-Step-Count PIC 9(2) VALUE 0.
       01 WS-Step-Seq PIC 9(2) VALUE 0.

       01 WS-Step-Parm-Table.
         02 WS-Step-Parm-Line OCCURS 100 TIMES
                 INDEXED BY WS-Parm-Idx PIC X(80).
       01 WS-Parm-Line-Count PIC 9(3) VALUE 0.
       01 WS-Parm-Last PIC 9(3) VALUE 0.

      *> Restart state as found at the start of this run.
       01 WS-Rst-Table.
         02 WS-Rst-Entry OCCURS 20 TIMES INDEXED BY WS-Rst-Idx.
           03 WS-Rst-Program PIC X(10).
           03 WS-Rst-Step-Status PIC X(9).
           03 WS-Rst-Outcome PIC X(9).
           03 WS-Rst-Count PIC 9(6).
           03 WS-Rst-RunCtl-Pos PIC 9(6).
       01 WS-Rst-Step-Count PIC 9(2) VALUE 0.
       01 WS-Rst-Business PIC X(8) VALUE SPACES.
       01 WS-Rst-Stream-Status PIC X(9) VALUE SPACES.
       01 WS-Rst-Overflow-Flag PIC X VALUE "N".
       01 WS-Resume-Flag PIC X VALUE "N".
       01 WS-Rst-Match-Flag PIC X VALUE "Y".
       01 WS-Stream-Status PIC X(9) VALUE SPACES.

       01 WS-Run-Date-Raw PIC 9(8) VALUE 0.
       01 WS-Business-Answer PIC X(8) VALUE SPACES.
       01 WS-Business-Date PIC X(8) VALUE SPACES.
       01 WS-Business-Num PIC 9(8) VALUE 0.
       01 WS-Check-Date PIC X(8) VALUE SPACES.
       01 WS-Date-OK-Flag PIC X VALUE "N".
       01 WS-Edit-Date.
         02 WS-Edit-Year PIC 9(4).
         02 WS-Edit-Month PIC 9(2).
         02 WS-Edit-Day PIC 9(2).
       01 WS-Days-In-Month PIC 99 VALUE 0.

      *> Business-date calendar - weekday 1 = Monday (day 1 of the
      *> integer-date count, 1 January 1601, was a Monday) and the
      *> month-end flag for MONTHEND=Y steps.
       01 WS-Day-Int PIC 9(8) VALUE 0.
       01 WS-Weekday-Rem PIC 9 VALUE 0.
       01 WS-Weekday PIC 9 VALUE 0.
       01 WS-Weekday-Char REDEFINES WS-Weekday PIC X.
       01 WS-Month-End-Flag PIC X VALUE "N".
       01 WS-Day-Hits PIC 9(2) VALUE 0.
       01 WS-Day-Names-Values.
         02 FILLER PIC X(9) VALUE "Monday".
         02 FILLER PIC X(9) VALUE "Tuesday".
         02 FILLER PIC X(9) VALUE "Wednesday".
         02 FILLER PIC X(9) VALUE "Thursday".
         02 FILLER PIC X(9) VALUE "Friday".
         02 FILLER PIC X(9) VALUE "Saturday".
         02 FILLER PIC X(9) VALUE "Sunday".
       01 WS-Day-Names REDEFINES WS-Day-Names-Values.
         02 WS-Day-Name PIC X(9) OCCURS 7 TIMES.
       01 WS-Days-OK-Flag PIC X VALUE "Y".
       01 WS-Days-Digits PIC 9 VALUE 0.
       01 WS-Char-Idx PIC 9(2) VALUE 0.

      *> Running a step and reading back its END record.
       01 WS-Call-Program PIC X(10) VALUE SPACES.
       01 WS-Call-OK-Flag PIC X VALUE "Y".
       01 WS-Stop-Flag PIC X VALUE "N".
       01 WS-RunCtl-Rec-Count PIC 9(6) VALUE 0.
       01 WS-Find-Program PIC X(10) VALUE SPACES.
       01 WS-Find-Pos PIC 9(6) VALUE 0.
       01 WS-End-Found-Flag PIC X VALUE "N".
       01 WS-End-Outcome PIC X(9) VALUE SPACES.
       01 WS-End-Count PIC 9(6) VALUE 0.
       01 WS-Time-Now PIC 9(8) VALUE 0.
       01 WS-Steps-Run-Count PIC 9(2) VALUE 0.

      *> Summary report counts and line fields.
       01 WS-Sum-Completed PIC 9(2) VALUE 0.
       01 WS-Sum-Earlier PIC 9(2) VALUE 0.
       01 WS-Sum-Failed PIC 9(2) VALUE 0.
       01 WS-Sum-Not-Run PIC 9(2) VALUE 0.
       01 WS-Sum-Not-Due PIC 9(2) VALUE 0.
       01 WS-Rpt-Result PIC X(12) VALUE SPACES.
       01 WS-Rpt-Month-End PIC X(3) VALUE SPACES.
       01 WS-Rpt-Count PIC Z(5)9.
       01 WS-Rpt-Start PIC X(6) VALUE SPACES.
       01 WS-Rpt-End PIC X(6) VALUE SPACES.
       01 WS-Failed-Seq PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Jobstream - Nightly Batch Job-Stream Driver"
           MOVE "N" TO WS-Parms-OK-Flag
           MOVE 0 TO WS-Steps-Run-Count
           PERFORM 1000-LOAD-JOB-DEFINITION
           IF WS-Def-OK-Flag = "Y"
               PERFORM 1200-LOAD-RESTART-STATE
               IF WS-Resume-Flag = "Y"
                   PERFORM 1250-RESUME-FAILED-STREAM
               ELSE
                   PERFORM 1300-ACCEPT-BUSINESS-DATE
               END-IF
           END-IF
           IF WS-Parms-OK-Flag = "Y"
               MOVE WS-Business-Date TO WS-RunCtl-Business
           END-IF
           PERFORM 9500-WRITE-RUN-START
           IF WS-Parms-OK-Flag NOT = "Y"
               DISPLAY "Job stream not started."
           ELSE
               PERFORM 1400-SCHEDULE-STEPS
               PERFORM 2000-RUN-JOB-STREAM
               OPEN OUTPUT JobRptFile
               PERFORM 4000-WRITE-SUMMARY-REPORT
               CLOSE JobRptFile
               DISPLAY "Job-stream summary written to "
                   WS-Rpt-File-Name
           END-IF
           MOVE WS-Steps-Run-Count TO WS-RunCtl-Count
           PERFORM 9600-WRITE-RUN-END
           GOBACK.

       1000-LOAD-JOB-DEFINITION.
           MOVE "Y" TO WS-Def-OK-Flag
           MOVE 0 TO WS-Step-Count
           MOVE 0 TO WS-Parm-Line-Count
           MOVE 0 TO WS-Def-Line-Count
           MOVE "N" TO WS-Def-EOF-Flag
           OPEN INPUT JobDefFile
           IF WS-Def-Status NOT = "00"
               DISPLAY "No job definition found (" WS-Def-File-Name
                   ") - nothing to run."
               MOVE "N" TO WS-Def-OK-Flag
           ELSE
               PERFORM UNTIL WS-Def-EOF-Flag = "Y"
                   READ JobDefFile
                       AT END
                           MOVE "Y" TO WS-Def-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-Def-Line-Count
                           PERFORM 1100-APPLY-DEFINITION-LINE
                   END-READ
               END-PERFORM
               CLOSE JobDefFile
               IF WS-Step-Count = 0
                   DISPLAY "Job definition " WS-Def-File-Name
                       " names no steps - nothing to run."
                   MOVE "N" TO WS-Def-OK-Flag
               END-IF
               IF WS-Def-OK-Flag = "Y"
                   DISPLAY "Loaded " WS-Step-Count " steps from "
                       WS-Def-File-Name
               ELSE
                   DISPLAY "Job definition " WS-Def-File-Name
                       " is not usable - correct it and rerun."
               END-IF
           END-IF.

       1100-APPLY-DEFINITION-LINE.
           IF JobDefRec = SPACES OR JobDefRec(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-Def-Keyword
               MOVE SPACES TO WS-Def-Value
               UNSTRING JobDefRec DELIMITED BY "="
                   INTO WS-Def-Keyword WS-Def-Value
               EVALUATE TRUE
                   WHEN WS-Def-Keyword = "STEP"
                       PERFORM 1110-ADD-STEP
                   WHEN WS-Step-Count = 0
                       DISPLAY "Line " WS-Def-Line-Count " comes "
                           "before the first STEP: " JobDefRec
                       MOVE "N" TO WS-Def-OK-Flag
                   WHEN WS-Def-Keyword = "DAYS"
                       PERFORM 1120-SET-STEP-DAYS
                   WHEN WS-Def-Keyword = "MONTHEND"
                       IF WS-Def-Value = "Y" OR WS-Def-Value = "N"
                           MOVE WS-Def-Value(1:1) TO
                               WS-Step-Month-End(WS-Step-Count)
                       ELSE
                           DISPLAY "Line " WS-Def-Line-Count
                               " MONTHEND must be Y or N: "
                               WS-Def-Value
                           MOVE "N" TO WS-Def-OK-Flag
                       END-IF
                   WHEN OTHER
                       PERFORM 1130-ADD-STEP-PARAMETER
               END-EVALUATE
           END-IF.

       1110-ADD-STEP.
           IF WS-Def-Value = SPACES
               DISPLAY "Line " WS-Def-Line-Count " STEP names no "
                   "program."
               MOVE "N" TO WS-Def-OK-Flag
           ELSE
               IF WS-Step-Count >= 20
                   DISPLAY "More than 20 steps defined - the job "
                       "stream is limited to 20."
                   MOVE "N" TO WS-Def-OK-Flag
               ELSE
                   ADD 1 TO WS-Step-Count
                   SET WS-Step-Idx TO WS-Step-Count
                   MOVE WS-Def-Value TO WS-Step-Program(WS-Step-Idx)
                   MOVE "1234567" TO WS-Step-Days(WS-Step-Idx)
                   MOVE "N" TO WS-Step-Month-End(WS-Step-Idx)
                   COMPUTE WS-Step-Parm-First(WS-Step-Idx) =
                       WS-Parm-Line-Count + 1
                   MOVE 0 TO WS-Step-Parm-Count(WS-Step-Idx)
                   MOVE "PENDING" TO WS-Step-Status(WS-Step-Idx)
                   MOVE SPACES TO WS-Step-Outcome(WS-Step-Idx)
                   MOVE 0 TO WS-Step-End-Count(WS-Step-Idx)
                   MOVE 0 TO WS-Step-RunCtl-Pos(WS-Step-Idx)
                   MOVE "N" TO WS-Step-Ran-Now(WS-Step-Idx)
                   MOVE 0 TO WS-Step-Start-Time(WS-Step-Idx)
                   MOVE 0 TO WS-Step-End-Time(WS-Step-Idx)
               END-IF
           END-IF.

      *> DAYS lists weekday digits 1-7 in any order (blanks allowed),
      *> or ALL for every day of the week.
       1120-SET-STEP-DAYS.
           IF WS-Def-Value = "ALL"
               MOVE "1234567" TO WS-Step-Days(WS-Step-Count)
           ELSE
               MOVE "Y" TO WS-Days-OK-Flag
               MOVE 0 TO WS-Days-Digits
               IF WS-Def-Value(8:53) NOT = SPACES
                   MOVE "N" TO WS-Days-OK-Flag
               END-IF
               PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                       UNTIL WS-Char-Idx > 7
                   EVALUATE TRUE
                       WHEN WS-Def-Value(WS-Char-Idx:1) = SPACE
                           CONTINUE
                       WHEN WS-Def-Value(WS-Char-Idx:1) >= "1"
                               AND WS-Def-Value(WS-Char-Idx:1) <= "7"
                           ADD 1 TO WS-Days-Digits
                       WHEN OTHER
                           MOVE "N" TO WS-Days-OK-Flag
                   END-EVALUATE
               END-PERFORM
               IF WS-Days-OK-Flag = "Y" AND WS-Days-Digits > 0
                   MOVE WS-Def-Value(1:7) TO
                       WS-Step-Days(WS-Step-Count)
               ELSE
                   DISPLAY "Line " WS-Def-Line-Count " DAYS must be "
                       "ALL or weekday digits 1-7: " WS-Def-Value
                   MOVE "N" TO WS-Def-OK-Flag
               END-IF
           END-IF.

       1130-ADD-STEP-PARAMETER.
           IF WS-Parm-Line-Count >= 100
               DISPLAY "More than 100 step parameter lines - the "
                   "job definition is limited to 100."
               MOVE "N" TO WS-Def-OK-Flag
           ELSE
               ADD 1 TO WS-Parm-Line-Count
               SET WS-Parm-Idx TO WS-Parm-Line-Count
               MOVE JobDefRec TO WS-Step-Parm-Line(WS-Parm-Idx)
               ADD 1 TO WS-Step-Parm-Count(WS-Step-Count)
           END-IF.

      *> A stream that stopped (FAILED) or was cut off mid-step
      *> (RUNNING) is resumed for its own business date; one that
      *> COMPLETED only blocks running the same date again.
       1200-LOAD-RESTART-STATE.
           MOVE "N" TO WS-Resume-Flag
           MOVE "N" TO WS-Rst-Overflow-Flag
           MOVE 0 TO WS-Rst-Step-Count
           MOVE SPACES TO WS-Rst-Business
           MOVE SPACES TO WS-Rst-Stream-Status
           MOVE "N" TO WS-Rst-EOF-Flag
           OPEN INPUT JobRstFile
           IF WS-Rst-Status = "00"
               PERFORM UNTIL WS-Rst-EOF-Flag = "Y"
                   READ JobRstFile
                       AT END
                           MOVE "Y" TO WS-Rst-EOF-Flag
                       NOT AT END
                           PERFORM 1210-LOAD-RESTART-RECORD
                   END-READ
               END-PERFORM
               CLOSE JobRstFile
               IF WS-Rst-Stream-Status = "FAILED"
                   OR WS-Rst-Stream-Status = "RUNNING"
                   MOVE "Y" TO WS-Resume-Flag
               END-IF
           END-IF.

       1210-LOAD-RESTART-RECORD.
           EVALUATE JR-Rec-Type
               WHEN "H"
                   MOVE JR-Business-Date TO WS-Rst-Business
                   MOVE JR-Status TO WS-Rst-Stream-Status
               WHEN "S"
                   IF WS-Rst-Step-Count >= 20
                       MOVE "Y" TO WS-Rst-Overflow-Flag
                   ELSE
                       ADD 1 TO WS-Rst-Step-Count
                       SET WS-Rst-Idx TO WS-Rst-Step-Count
                       MOVE JR-Program TO WS-Rst-Program(WS-Rst-Idx)
                       MOVE JR-Status TO WS-Rst-Step-Status(WS-Rst-Idx)
                       MOVE JR-Outcome TO WS-Rst-Outcome(WS-Rst-Idx)
                       MOVE JR-Count TO WS-Rst-Count(WS-Rst-Idx)
                       MOVE JR-RunCtl-Pos TO
                           WS-Rst-RunCtl-Pos(WS-Rst-Idx)
                   END-IF
           END-EVALUATE.

      *> The resumed run must be the same job definition, step for
      *> step, or "already completed" would point at the wrong
      *> programs. A step cut off while RUNNING is looked up on
      *> RUNCTL.DAT - if it did reach END COMPLETED it is not rerun.
       1250-RESUME-FAILED-STREAM.
           MOVE WS-Rst-Business TO WS-Business-Date
           MOVE "Y" TO WS-Rst-Match-Flag
           IF WS-Rst-Overflow-Flag = "Y"
               OR WS-Rst-Step-Count NOT = WS-Step-Count
               MOVE "N" TO WS-Rst-Match-Flag
           ELSE
               PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                       UNTIL WS-Step-Idx > WS-Step-Count
                   SET WS-Rst-Idx TO WS-Step-Idx
                   IF WS-Rst-Program(WS-Rst-Idx)
                           NOT = WS-Step-Program(WS-Step-Idx)
                       MOVE "N" TO WS-Rst-Match-Flag
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Rst-Match-Flag NOT = "Y"
               DISPLAY "Job stream for business date "
                   WS-Business-Date " stopped unfinished, but "
                   WS-Def-File-Name " has changed since - restart "
                   "refused."
               DISPLAY "Restore the job definition it ran with, or "
                   "remove " WS-Rst-File-Name " to abandon that run."
           ELSE
               MOVE "Y" TO WS-Parms-OK-Flag
               DISPLAY "Resuming job stream for business date "
                   WS-Business-Date
               PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                       UNTIL WS-Step-Idx > WS-Step-Count
                   PERFORM 1260-RESUME-STEP-STATE
               END-PERFORM
           END-IF.

       1260-RESUME-STEP-STATE.
           SET WS-Rst-Idx TO WS-Step-Idx
           MOVE WS-Rst-Outcome(WS-Rst-Idx) TO
               WS-Step-Outcome(WS-Step-Idx)
           MOVE WS-Rst-Count(WS-Rst-Idx) TO
               WS-Step-End-Count(WS-Step-Idx)
           MOVE WS-Rst-RunCtl-Pos(WS-Rst-Idx) TO
               WS-Step-RunCtl-Pos(WS-Step-Idx)
           EVALUATE WS-Rst-Step-Status(WS-Rst-Idx)
               WHEN "COMPLETED"
                   MOVE "COMPLETED" TO WS-Step-Status(WS-Step-Idx)
               WHEN "RUNNING"
                   MOVE WS-Step-Program(WS-Step-Idx) TO
                       WS-Find-Program
                   MOVE WS-Step-RunCtl-Pos(WS-Step-Idx) TO WS-Find-Pos
                   PERFORM 3300-FIND-STEP-END
                   IF WS-End-Found-Flag = "Y"
                           AND WS-End-Outcome = "COMPLETED"
                       MOVE "COMPLETED" TO WS-Step-Status(WS-Step-Idx)
                       MOVE WS-End-Outcome TO
                           WS-Step-Outcome(WS-Step-Idx)
                       MOVE WS-End-Count TO
                           WS-Step-End-Count(WS-Step-Idx)
                       SET WS-Step-Seq TO WS-Step-Idx
                       DISPLAY "Step " WS-Step-Seq " "
                           WS-Step-Program(WS-Step-Idx)
                           " was cut off after it completed - "
                           "not rerun."
                   ELSE
                       MOVE "PENDING" TO WS-Step-Status(WS-Step-Idx)
                   END-IF
               WHEN OTHER
                   MOVE "PENDING" TO WS-Step-Status(WS-Step-Idx)
           END-EVALUATE.

       1300-ACCEPT-BUSINESS-DATE.
           DISPLAY "Business date to run (YYYYMMDD, blank for "
               "today): " WITH NO ADVANCING
           ACCEPT WS-Business-Answer
           IF WS-Business-Answer = SPACES
               ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
               MOVE WS-Run-Date-Raw TO WS-Business-Answer
           END-IF
           MOVE WS-Business-Answer TO WS-Check-Date
           PERFORM 1310-CHECK-CALENDAR-DATE
           EVALUATE TRUE
               WHEN WS-Date-OK-Flag NOT = "Y"
                   DISPLAY "Business date [" WS-Business-Answer
                       "] is not a real calendar date."
               WHEN WS-Rst-Stream-Status = "COMPLETED"
                       AND WS-Rst-Business = WS-Business-Answer
                   DISPLAY "The job stream for business date "
                       WS-Business-Answer " has already completed "
                       "- not run again."
               WHEN OTHER
                   MOVE WS-Business-Answer TO WS-Business-Date
                   MOVE "Y" TO WS-Parms-OK-Flag
           END-EVALUATE.

      *> Same calendar check coby applies in its edit pass, on
      *> WS-Check-Date, setting WS-Date-OK-Flag.
       1310-CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-Date-OK-Flag
           IF WS-Check-Date IS NUMERIC
               MOVE WS-Check-Date TO WS-Edit-Date
               PERFORM 1320-SET-DAYS-IN-MONTH
               IF WS-Days-In-Month NOT = 0
                   AND WS-Edit-Day >= 1
                   AND WS-Edit-Day <= WS-Days-In-Month
                   MOVE "Y" TO WS-Date-OK-Flag
               END-IF
           END-IF.

       1320-SET-DAYS-IN-MONTH.
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

      *> A step is due when the business date's weekday is in its
      *> DAYS and, for a MONTHEND=Y step, the business date is the
      *> last day of its month. Completed steps of a resumed run
      *> keep their status.
       1400-SCHEDULE-STEPS.
           MOVE WS-Business-Date TO WS-Business-Num
           MOVE WS-Business-Date TO WS-Edit-Date
           PERFORM 1320-SET-DAYS-IN-MONTH
           IF WS-Edit-Day = WS-Days-In-Month
               MOVE "Y" TO WS-Month-End-Flag
           ELSE
               MOVE "N" TO WS-Month-End-Flag
           END-IF
           COMPUTE WS-Day-Int = FUNCTION INTEGER-OF-DATE
               (WS-Business-Num)
           COMPUTE WS-Day-Int = WS-Day-Int - 1
           COMPUTE WS-Weekday-Rem = FUNCTION MOD(WS-Day-Int, 7)
           COMPUTE WS-Weekday = WS-Weekday-Rem + 1
           DISPLAY "Business date " WS-Business-Date " is a "
               WS-Day-Name(WS-Weekday) " - month end: "
               WS-Month-End-Flag
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > WS-Step-Count
               IF WS-Step-Status(WS-Step-Idx) NOT = "COMPLETED"
                   MOVE 0 TO WS-Day-Hits
                   INSPECT WS-Step-Days(WS-Step-Idx)
                       TALLYING WS-Day-Hits FOR ALL WS-Weekday-Char
                   IF WS-Day-Hits = 0
                       OR (WS-Step-Month-End(WS-Step-Idx) = "Y"
                           AND WS-Month-End-Flag NOT = "Y")
                       MOVE "SKIPPED" TO WS-Step-Status(WS-Step-Idx)
                   ELSE
                       MOVE "PENDING" TO WS-Step-Status(WS-Step-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       2000-RUN-JOB-STREAM.
           MOVE "RUNNING" TO WS-Stream-Status
           PERFORM 2900-SAVE-RESTART-STATE
           MOVE "N" TO WS-Stop-Flag
           MOVE 0 TO WS-Failed-Seq
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > WS-Step-Count
                       OR WS-Stop-Flag = "Y"
               SET WS-Step-Seq TO WS-Step-Idx
               EVALUATE WS-Step-Status(WS-Step-Idx)
                   WHEN "COMPLETED"
                       DISPLAY "Step " WS-Step-Seq " "
                           WS-Step-Program(WS-Step-Idx)
                           " completed in an earlier run - not rerun."
                   WHEN "SKIPPED"
                       DISPLAY "Step " WS-Step-Seq " "
                           WS-Step-Program(WS-Step-Idx)
                           " is not due on this business date."
                   WHEN OTHER
                       PERFORM 2100-RUN-ONE-STEP
               END-EVALUATE
           END-PERFORM
           IF WS-Stop-Flag = "Y"
               MOVE "FAILED" TO WS-Stream-Status
               DISPLAY "Job stream STOPPED at step " WS-Failed-Seq
                   " - correct the problem and run jobstream again "
                   "to resume at that step."
           ELSE
               MOVE "COMPLETED" TO WS-Stream-Status
               MOVE "COMPLETED" TO WS-Run-Outcome
               DISPLAY "Job stream COMPLETED for business date "
                   WS-Business-Date
           END-IF
           PERFORM 2900-SAVE-RESTART-STATE.

      *> The RUNCTL.DAT record count is taken before the CALL so
      *> only the END record this run of the program appends is
      *> read back - an older END for the same program cannot pass
      *> for this one.
       2100-RUN-ONE-STEP.
           PERFORM 2200-WRITE-JOB-PARMS
           PERFORM 3100-COUNT-RUNCTL-RECORDS
           MOVE WS-RunCtl-Rec-Count TO WS-Step-RunCtl-Pos(WS-Step-Idx)
           MOVE "RUNNING" TO WS-Step-Status(WS-Step-Idx)
           MOVE SPACES TO WS-Step-Outcome(WS-Step-Idx)
           MOVE 0 TO WS-Step-End-Count(WS-Step-Idx)
           MOVE "Y" TO WS-Step-Ran-Now(WS-Step-Idx)
           ACCEPT WS-Time-Now FROM TIME
           MOVE WS-Time-Now TO WS-Step-Start-Time(WS-Step-Idx)
           PERFORM 2900-SAVE-RESTART-STATE
           DISPLAY "Step " WS-Step-Seq " " WS-Step-Program(WS-Step-Idx)
               " starting for business date " WS-Business-Date
           MOVE WS-Step-Program(WS-Step-Idx) TO WS-Call-Program
           MOVE "Y" TO WS-Call-OK-Flag
           CALL WS-Call-Program
               ON EXCEPTION
                   MOVE "N" TO WS-Call-OK-Flag
           END-CALL
           CANCEL WS-Call-Program
           PERFORM 2800-CLEAR-JOB-PARMS
           ACCEPT WS-Time-Now FROM TIME
           MOVE WS-Time-Now TO WS-Step-End-Time(WS-Step-Idx)
           IF WS-Call-OK-Flag NOT = "Y"
               MOVE "NOT FOUND" TO WS-Step-Outcome(WS-Step-Idx)
               MOVE "FAILED" TO WS-Step-Status(WS-Step-Idx)
               DISPLAY "Step " WS-Step-Seq " program "
                   WS-Step-Program(WS-Step-Idx)
                   " could not be loaded."
           ELSE
               MOVE WS-Step-Program(WS-Step-Idx) TO WS-Find-Program
               MOVE WS-Step-RunCtl-Pos(WS-Step-Idx) TO WS-Find-Pos
               PERFORM 3300-FIND-STEP-END
               EVALUATE TRUE
                   WHEN WS-End-Found-Flag NOT = "Y"
                       MOVE "NO END" TO WS-Step-Outcome(WS-Step-Idx)
                       MOVE "FAILED" TO WS-Step-Status(WS-Step-Idx)
                       DISPLAY "Step " WS-Step-Seq " "
                           WS-Step-Program(WS-Step-Idx)
                           " wrote no END record to "
                           WS-RunCtl-File-Name
                   WHEN WS-End-Outcome = "COMPLETED"
                       MOVE WS-End-Outcome TO
                           WS-Step-Outcome(WS-Step-Idx)
                       MOVE WS-End-Count TO
                           WS-Step-End-Count(WS-Step-Idx)
                       MOVE "COMPLETED" TO WS-Step-Status(WS-Step-Idx)
                       ADD 1 TO WS-Steps-Run-Count
                       DISPLAY "Step " WS-Step-Seq " "
                           WS-Step-Program(WS-Step-Idx)
                           " ended COMPLETED, count " WS-End-Count
                   WHEN OTHER
                       MOVE WS-End-Outcome TO
                           WS-Step-Outcome(WS-Step-Idx)
                       MOVE WS-End-Count TO
                           WS-Step-End-Count(WS-Step-Idx)
                       MOVE "FAILED" TO WS-Step-Status(WS-Step-Idx)
                       DISPLAY "Step " WS-Step-Seq " "
                           WS-Step-Program(WS-Step-Idx)
                           " ended " WS-End-Outcome
               END-EVALUATE
           END-IF
           IF WS-Step-Status(WS-Step-Idx) = "FAILED"
               MOVE "Y" TO WS-Stop-Flag
               MOVE WS-Step-Seq TO WS-Failed-Seq
           END-IF
           PERFORM 2900-SAVE-RESTART-STATE.

       2200-WRITE-JOB-PARMS.
           OPEN OUTPUT JobParmFile
           MOVE SPACES TO JobParmRec
           STRING "STEP=" DELIMITED BY SIZE
                  WS-Step-Program(WS-Step-Idx) DELIMITED BY SPACE
                  INTO JobParmRec
           WRITE JobParmRec
           MOVE SPACES TO JobParmRec
           STRING "BUSDATE=" DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  INTO JobParmRec
           WRITE JobParmRec
           IF WS-Step-Parm-Count(WS-Step-Idx) > 0
               COMPUTE WS-Parm-Last = WS-Step-Parm-First(WS-Step-Idx)
                   + WS-Step-Parm-Count(WS-Step-Idx)
               PERFORM VARYING WS-Parm-Idx
                       FROM WS-Step-Parm-First(WS-Step-Idx) BY 1
                       UNTIL WS-Parm-Idx >= WS-Parm-Last
                   MOVE WS-Step-Parm-Line(WS-Parm-Idx) TO JobParmRec
                   WRITE JobParmRec
               END-PERFORM
           END-IF
           CLOSE JobParmFile.

      *> Left empty, so a program started by hand afterwards finds
      *> no job parameters and prompts as usual.
       2800-CLEAR-JOB-PARMS.
           OPEN OUTPUT JobParmFile
           CLOSE JobParmFile.

       2900-SAVE-RESTART-STATE.
           OPEN OUTPUT JobRstFile
           MOVE SPACES TO JobRstRec
           MOVE "H" TO JR-Rec-Type
           MOVE WS-Business-Date TO JR-Business-Date
           MOVE WS-Step-Count TO JR-Seq
           MOVE WS-RunCtl-Program TO JR-Program
           MOVE WS-Stream-Status TO JR-Status
           MOVE SPACES TO JR-Outcome
           MOVE WS-Steps-Run-Count TO JR-Count
           MOVE 0 TO JR-RunCtl-Pos
           WRITE JobRstRec
           PERFORM VARYING WS-Rst-Idx FROM 1 BY 1
                   UNTIL WS-Rst-Idx > WS-Step-Count
               MOVE SPACES TO JobRstRec
               MOVE "S" TO JR-Rec-Type
               MOVE WS-Business-Date TO JR-Business-Date
               SET JR-Seq TO WS-Rst-Idx
               MOVE WS-Step-Program(WS-Rst-Idx) TO JR-Program
               MOVE WS-Step-Status(WS-Rst-Idx) TO JR-Status
               MOVE WS-Step-Outcome(WS-Rst-Idx) TO JR-Outcome
               MOVE WS-Step-End-Count(WS-Rst-Idx) TO JR-Count
               MOVE WS-Step-RunCtl-Pos(WS-Rst-Idx) TO JR-RunCtl-Pos
               WRITE JobRstRec
           END-PERFORM
           CLOSE JobRstFile.

       3100-COUNT-RUNCTL-RECORDS.
           MOVE 0 TO WS-RunCtl-Rec-Count
           MOVE "N" TO WS-RunCtl-EOF-Flag
           OPEN INPUT RunCtlFile
           IF WS-RunCtl-Status = "00"
               PERFORM UNTIL WS-RunCtl-EOF-Flag = "Y"
                   READ RunCtlFile
                       AT END
                           MOVE "Y" TO WS-RunCtl-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-RunCtl-Rec-Count
                   END-READ
               END-PERFORM
               CLOSE RunCtlFile
           END-IF.

      *> Last END record for WS-Find-Program after the first
      *> WS-Find-Pos records of RUNCTL.DAT.
       3300-FIND-STEP-END.
           MOVE "N" TO WS-End-Found-Flag
           MOVE SPACES TO WS-End-Outcome
           MOVE 0 TO WS-End-Count
           MOVE 0 TO WS-RunCtl-Rec-Count
           MOVE "N" TO WS-RunCtl-EOF-Flag
           OPEN INPUT RunCtlFile
           IF WS-RunCtl-Status = "00"
               PERFORM UNTIL WS-RunCtl-EOF-Flag = "Y"
                   READ RunCtlFile
                       AT END
                           MOVE "Y" TO WS-RunCtl-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-RunCtl-Rec-Count
                           IF WS-RunCtl-Rec-Count > WS-Find-Pos
                                   AND RC-Program = WS-Find-Program
                                   AND RC-Event = "END"
                               MOVE "Y" TO WS-End-Found-Flag
                               MOVE RC-Outcome TO WS-End-Outcome
                               MOVE RC-Count TO WS-End-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunCtlFile
           END-IF.

       4000-WRITE-SUMMARY-REPORT.
           MOVE 0 TO WS-Sum-Completed
           MOVE 0 TO WS-Sum-Earlier
           MOVE 0 TO WS-Sum-Failed
           MOVE 0 TO WS-Sum-Not-Run
           MOVE 0 TO WS-Sum-Not-Due
           ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD
           MOVE SPACES TO JobRptRec
           STRING "Job Stream Summary   Business Date: "
                  DELIMITED BY SIZE
                  WS-Business-Date DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Raw DELIMITED BY SIZE
                  INTO JobRptRec
           WRITE JobRptRec
           MOVE SPACES TO JobRptRec
           STRING "Weekday: " DELIMITED BY SIZE
                  WS-Day-Name(WS-Weekday) DELIMITED BY SPACE
                  "   Month end: " DELIMITED BY SIZE
                  WS-Month-End-Flag DELIMITED BY SIZE
                  "   Resumed run: " DELIMITED BY SIZE
                  WS-Resume-Flag DELIMITED BY SIZE
                  "   Definition: " DELIMITED BY SIZE
                  WS-Def-File-Name DELIMITED BY SPACE
                  INTO JobRptRec
           WRITE JobRptRec
           MOVE SPACES TO JobRptRec
           WRITE JobRptRec
           MOVE SPACES TO JobRptRec
           STRING "Step Program    Days    M/E Result       "
                  DELIMITED BY SIZE
                  "RUNCTL     Count Start  End" DELIMITED BY SIZE
                  INTO JobRptRec
           WRITE JobRptRec
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                   UNTIL WS-Step-Idx > WS-Step-Count
               PERFORM 4100-WRITE-STEP-LINE
           END-PERFORM
           MOVE SPACES TO JobRptRec
           WRITE JobRptRec
           MOVE SPACES TO JobRptRec
           STRING "Steps completed this run: " DELIMITED BY SIZE
                  WS-Sum-Completed DELIMITED BY SIZE
                  "   completed earlier: " DELIMITED BY SIZE
                  WS-Sum-Earlier DELIMITED BY SIZE
                  "   failed: " DELIMITED BY SIZE
                  WS-Sum-Failed DELIMITED BY SIZE
                  INTO JobRptRec
           WRITE JobRptRec
           MOVE SPACES TO JobRptRec
           STRING "Steps not run: " DELIMITED BY SIZE
                  WS-Sum-Not-Run DELIMITED BY SIZE
                  "   not due this date: " DELIMITED BY SIZE
                  WS-Sum-Not-Due DELIMITED BY SIZE
                  INTO JobRptRec
           WRITE JobRptRec
           MOVE SPACES TO JobRptRec
           IF WS-Stream-Status = "COMPLETED"
               STRING "Job stream COMPLETED" DELIMITED BY SIZE
                      INTO JobRptRec
           ELSE
               STRING "Job stream STOPPED at step " DELIMITED BY SIZE
                      WS-Failed-Seq DELIMITED BY SIZE
                      " - rerun jobstream to resume there"
                      DELIMITED BY SIZE
                      INTO JobRptRec
           END-IF
           WRITE JobRptRec.

       4100-WRITE-STEP-LINE.
           EVALUATE WS-Step-Status(WS-Step-Idx)
               WHEN "COMPLETED"
                   IF WS-Step-Ran-Now(WS-Step-Idx) = "Y"
                       MOVE "COMPLETED" TO WS-Rpt-Result
                       ADD 1 TO WS-Sum-Completed
                   ELSE
                       MOVE "DONE EARLIER" TO WS-Rpt-Result
                       ADD 1 TO WS-Sum-Earlier
                   END-IF
               WHEN "FAILED"
                   MOVE "FAILED" TO WS-Rpt-Result
                   ADD 1 TO WS-Sum-Failed
               WHEN "SKIPPED"
                   MOVE "NOT DUE" TO WS-Rpt-Result
                   ADD 1 TO WS-Sum-Not-Due
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-Rpt-Result
                   ADD 1 TO WS-Sum-Not-Run
           END-EVALUATE
           IF WS-Step-Month-End(WS-Step-Idx) = "Y"
               MOVE "Y" TO WS-Rpt-Month-End
           ELSE
               MOVE "-" TO WS-Rpt-Month-End
           END-IF
           MOVE WS-Step-End-Count(WS-Step-Idx) TO WS-Rpt-Count
           IF WS-Step-Ran-Now(WS-Step-Idx) = "Y"
               MOVE WS-Step-Start-Time(WS-Step-Idx)(1:6) TO
                   WS-Rpt-Start
               MOVE WS-Step-End-Time(WS-Step-Idx)(1:6) TO WS-Rpt-End
           ELSE
               MOVE SPACES TO WS-Rpt-Start
               MOVE SPACES TO WS-Rpt-End
           END-IF
           SET WS-Step-Seq TO WS-Step-Idx
           MOVE SPACES TO JobRptRec
           STRING "  " DELIMITED BY SIZE
                  WS-Step-Seq DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Step-Program(WS-Step-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Step-Days(WS-Step-Idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Rpt-Month-End DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-Result DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Step-Outcome(WS-Step-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-Count DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-Start DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-End DELIMITED BY SIZE
                  INTO JobRptRec
           WRITE JobRptRec.

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
