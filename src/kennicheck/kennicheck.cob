           SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RunCtl-Status.
           SELECT JobParmFile ASSIGN TO DYNAMIC WS-Job-Parm-File-Name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-Job-Parm-Status.

       DATA DIVISION.
        FILE SECTION.
        FD KenniParmFile.
        01 KenniParmRec PIC X(80).

      *> Job parameters left by the nightly job stream -
      *> STEP=kennicheck first, then lines in the KENNIPRM.DAT form.
        FD JobParmFile.
        01 JobParmRec PIC X(80).

        FD KenniRestartFile.
        01 KenniRestartRec.
          02 RST-Record-Count PIC 9(6).
       01 WS-Parm-Number PIC 99 VALUE 0.
       01 WS-Parm-Number-OK PIC X VALUE "N".
       01 WS-Parm-Applied-Flag PIC X VALUE "N".
       01 WS-Parm-Line PIC X(80) VALUE SPACES.

      *> Job parameters - run from the nightly job stream, the batch
      *> mode runs with KENNIPRM.DAT's settings overlaid by the
      *> step's own lines, and is logged under BUSDATE.
       01 WS-Job-Parm-File-Name PIC X(40) VALUE "JOBPARM.DAT".
       01 WS-Job-Parm-Status PIC XX VALUE "00".
       01 WS-Job-Parm-EOF-Flag PIC X VALUE "N".
       01 WS-Job-Parm-Run-Flag PIC X VALUE "N".
       01 WS-Job-Business PIC X(8) VALUE SPACES.

      *> Control-total trailer - the upstream feed ends with a
      *> "T"-prefixed record carrying the data-record count
       0000-MAIN.
           DISPLAY "Kennicheck - Kennitala Validator"
           PERFORM 0100-READ-PARAMETER-FILE
           PERFORM 0050-READ-JOB-PARAMETERS
           IF WS-Job-Parm-Run-Flag = "Y"
               MOVE "Y" TO WS-Parm-Run-Flag
           END-IF
           IF WS-Parm-Run-Flag NOT = "Y"
               DISPLAY "1. Check a single kennitala"
               DISPLAY "2. Batch process a file of kennitalas"
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
                   MOVE 2 TO WS-Mode
                   DISPLAY "Using job parameters from "
                       WS-Job-Parm-File-Name
                   PERFORM UNTIL WS-Job-Parm-EOF-Flag = "Y"
                       READ JobParmFile
                           AT END
                               MOVE "Y" TO WS-Job-Parm-EOF-Flag
                           NOT AT END
                               MOVE JobParmRec TO WS-Parm-Line
                               PERFORM 0110-APPLY-PARAMETER
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE JobParmFile
           END-IF.

       0100-READ-PARAMETER-FILE.
           MOVE "N" TO WS-Parm-Run-Flag
           MOVE "N" TO WS-Parm-EOF-Flag
                       AT END
                           MOVE "Y" TO WS-Parm-EOF-Flag
                       NOT AT END
                           MOVE KenniParmRec TO WS-Parm-Line
                           PERFORM 0110-APPLY-PARAMETER
                   END-READ
               END-PERFORM
           END-IF.

       0110-APPLY-PARAMETER.
           IF WS-Parm-Line = SPACES OR WS-Parm-Line(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-Parm-Keyword
               MOVE SPACES TO WS-Parm-Value
               MOVE "N" TO WS-Parm-Applied-Flag
               UNSTRING WS-Parm-Line DELIMITED BY "="
                   INTO WS-Parm-Keyword WS-Parm-Value
               EVALUATE WS-Parm-Keyword
                   WHEN "MODE"
                               WS-Checkpoint-Interval
                           MOVE "Y" TO WS-Parm-Applied-Flag
                       END-IF
                   WHEN "BUSDATE"
                       MOVE WS-Parm-Value TO WS-Job-Business
                       MOVE "Y" TO WS-Parm-Applied-Flag
                   WHEN "LINESPERPAGE"
                       PERFORM 0120-PARSE-PARM-NUMBER
                       IF WS-Parm-Number-OK = "Y"
           MOVE WS-Run-Date-Day TO WS-Run-Day
           MOVE "N" TO WS-Restart-Mismatch-Flag
           MOVE WS-Run-Date-Raw TO WS-RunCtl-Business
           IF WS-Job-Business NOT = SPACES
               MOVE WS-Job-Business TO WS-RunCtl-Business
           END-IF
           MOVE "ABENDED" TO WS-Run-Outcome
           PERFORM 9500-WRITE-RUN-START
           PERFORM 2010-CHECK-RESTART
