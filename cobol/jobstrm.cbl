IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-jobstrm.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT job-stream
        ASSIGN TO "JOBSTREAM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS job-stream-status.
    SELECT job-ctl
        ASSIGN TO "JOBCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS job-ctl-status.
    SELECT job-rst
        ASSIGN TO "JOBRST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS job-rst-status.
    SELECT step-log
        ASSIGN TO "STEPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS step-log-status.

DATA DIVISION.

FILE SECTION.
FD  job-stream.
01  job-stream-record.
    05  jsc-step-seq    PIC X(03).
    05  jsc-filler-1    PIC X.
    05  jsc-step-name   PIC X(08).
    05  jsc-filler-2    PIC X.
    05  jsc-max-rc      PIC X(02).
    05  jsc-filler-3    PIC X.
    05  jsc-command     PIC X(60).

FD  job-ctl.
01  job-ctl-record.
    05  jctl-restart    PIC X(01).
        88  jctl-restart-failed   VALUE "R".
        88  jctl-from-top         VALUE "T".
    05  jctl-filler-1   PIC X.
    05  jctl-from-step  PIC X(03).

FD  job-rst.
01  job-rst-record.
    05  rst-status      PIC X(01).
        88  rst-stream-failed     VALUE "F".
        88  rst-stream-complete   VALUE "C".
        88  rst-step-running      VALUE "S".
        88  rst-step-done         VALUE "D".
    05  rst-filler-1    PIC X.
    05  rst-step-seq    PIC 9(03).
    05  rst-filler-2    PIC X.
    05  rst-step-name   PIC X(08).
    05  rst-filler-3    PIC X.
    05  rst-step-rc     PIC 9(04).
    05  rst-filler-4    PIC X.
    05  rst-run-stamp   PIC X(16).

FD  step-log.
01  step-log-record     PIC X(132).

WORKING-STORAGE SECTION.

01  job-stream-status  PIC X(02).
01  job-ctl-status     PIC X(02).
01  job-rst-status     PIC X(02).
01  step-log-status    PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-timestamp      PIC X(16).
01  step-stamp-raw     PIC X(21).
01  job-stream-eof     PIC X(01)  VALUE "N".
    88  end-of-job-stream     VALUE "Y".
01  stream-valid-flag  PIC X(01)  VALUE "Y".
    88  stream-valid          VALUE "Y".
    88  stream-invalid        VALUE "N".
01  stream-stop-flag   PIC X(01)  VALUE "N".
    88  stream-stopped        VALUE "Y".
01  restart-option     PIC X(01)  VALUE "R".
    88  restart-from-failed   VALUE "R".
    88  restart-from-top      VALUE "T".
01  restart-step-x     PIC X(03)  VALUE SPACES.
01  edit-step-seq      PIC X(03)  JUSTIFIED RIGHT.
01  edit-max-rc        PIC X(02)  JUSTIFIED RIGHT.
01  work-step-seq      PIC 9(03)  VALUE 0.
01  start-step-seq     PIC 9(03)  VALUE 0.
01  prior-failed-flag  PIC X(01)  VALUE "N".
    88  prior-stream-failed   VALUE "Y".
01  prior-step-seq     PIC 9(03)  VALUE 0.
01  prior-step-name    PIC X(08)  VALUE SPACES.
01  prior-step-rc      PIC 9(04)  VALUE 0.
01  prior-run-stamp    PIC X(16)  VALUE SPACES.
01  prior-break-flag   PIC X(01)  VALUE "N".
    88  prior-interrupted     VALUE "Y".
01  step-count         PIC 99     VALUE 0.
01  step-table-max     PIC 99     VALUE 30.
01  step-table.
    05  step-entry OCCURS 30 TIMES.
        10  st-seq         PIC 9(03).
        10  st-name        PIC X(08).
        10  st-max-rc      PIC 9(02).
        10  st-command     PIC X(60).
        10  st-rc          PIC 9(04).
        10  st-start       PIC X(14).
        10  st-end         PIC X(14).
        10  st-status      PIC X(10).
01  step-pos           PIC 99.
01  failed-pos         PIC 99     VALUE 0.
01  work-slot          PIC 99     VALUE 0.
01  system-rc          PIC S9(09) VALUE 0.
01  highest-rc         PIC 9(04)  VALUE 0.
01  cards-read         PIC 9(03)  VALUE 0.
01  steps-run          PIC 99     VALUE 0.
01  steps-bypassed     PIC 99     VALUE 0.
01  steps-not-run      PIC 99     VALUE 0.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:16) TO run-timestamp.

    PERFORM READ-JOB-CONTROL-CARD.
    PERFORM LOAD-JOB-STREAM.
    IF stream-invalid OR step-count = 0 THEN
        DISPLAY "FATAL: JOBSTREAM failed validation, stream not started"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM READ-RESTART-STATE.
    PERFORM CHOOSE-START-STEP.

    OPEN EXTEND step-log.
    IF step-log-status NOT = "00" THEN
        OPEN OUTPUT step-log
    END-IF.

    PERFORM WRITE-STREAM-HEADING.

    PERFORM RUN-ONE-STEP
        VARYING step-pos FROM 1 BY 1
        UNTIL step-pos > step-count.

    PERFORM WRITE-STREAM-TOTALS.

    CLOSE step-log.

    PERFORM SAVE-RESTART-STATE.

    IF stream-stopped THEN
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE highest-rc TO RETURN-CODE
    END-IF.

    PERFORM PROGRAM-DONE.

READ-JOB-CONTROL-CARD.
    OPEN INPUT job-ctl.

    IF job-ctl-status = "00" THEN
        READ job-ctl
            AT END
                DISPLAY "JOBCTL is empty, restart from failed step"
        END-READ

        IF job-ctl-status = "00" THEN
            IF jctl-restart NOT = SPACE THEN
                IF jctl-restart-failed OR jctl-from-top THEN
                    MOVE jctl-restart TO restart-option
                ELSE
                    DISPLAY "FATAL: JOBCTL restart option "
                            jctl-restart " is not R or T"
                    MOVE 12 TO RETURN-CODE
                    PERFORM PROGRAM-DONE
                END-IF
            END-IF
            IF jctl-from-step NOT = SPACES THEN
                MOVE jctl-from-step TO restart-step-x
            END-IF
        END-IF

        CLOSE job-ctl
    ELSE
        DISPLAY "JOBCTL not found, restart from failed step"
    END-IF.

LOAD-JOB-STREAM.
    OPEN INPUT job-stream.
    IF job-stream-status NOT = "00" THEN
        DISPLAY "FATAL: JOBSTREAM open failed, status "
                job-stream-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM LOAD-ONE-STEP-CARD UNTIL end-of-job-stream.

    CLOSE job-stream.

LOAD-ONE-STEP-CARD.
    READ job-stream
        AT END
            SET end-of-job-stream TO TRUE
    END-READ.

    IF NOT end-of-job-stream AND job-stream-record NOT = SPACES
            AND jsc-step-seq(1:1) NOT = "*" THEN
        ADD 1 TO cards-read
        PERFORM EDIT-STEP-CARD
    END-IF.

EDIT-STEP-CARD.
    MOVE FUNCTION TRIM(jsc-step-seq) TO edit-step-seq.
    INSPECT edit-step-seq REPLACING LEADING " " BY "0".
    IF edit-step-seq IS NOT NUMERIC THEN
        DISPLAY "JOBSTREAM: step number " jsc-step-seq
                " is not numeric"
        SET stream-invalid TO TRUE
    ELSE
        MOVE edit-step-seq TO work-step-seq
        IF step-count > 0 THEN
            IF work-step-seq NOT > st-seq(step-count) THEN
                DISPLAY "JOBSTREAM: step " jsc-step-seq
                        " is out of order after step "
                        st-seq(step-count)
                SET stream-invalid TO TRUE
            END-IF
        END-IF
    END-IF.

    IF jsc-step-name = SPACES THEN
        DISPLAY "JOBSTREAM: step " jsc-step-seq " has no step name"
        SET stream-invalid TO TRUE
    END-IF.

    MOVE FUNCTION TRIM(jsc-max-rc) TO edit-max-rc.
    INSPECT edit-max-rc REPLACING LEADING " " BY "0".
    IF edit-max-rc IS NOT NUMERIC THEN
        DISPLAY "JOBSTREAM: step " jsc-step-seq
                " highest return code " jsc-max-rc " is not numeric"
        SET stream-invalid TO TRUE
    END-IF.

    IF jsc-command = SPACES THEN
        DISPLAY "JOBSTREAM: step " jsc-step-seq " has no command"
        SET stream-invalid TO TRUE
    END-IF.

    IF step-count = step-table-max THEN
        DISPLAY "JOBSTREAM: more than " step-table-max " steps"
        SET stream-invalid TO TRUE
    END-IF.

    IF stream-valid THEN
        ADD 1 TO step-count
        MOVE work-step-seq TO st-seq(step-count)
        SET st-name(step-count) TO FUNCTION UPPER-CASE(jsc-step-name)
        MOVE edit-max-rc   TO st-max-rc(step-count)
        MOVE jsc-command   TO st-command(step-count)
        MOVE 0             TO st-rc(step-count)
        MOVE SPACES        TO st-start(step-count)
        MOVE SPACES        TO st-end(step-count)
        MOVE "NOT RUN"     TO st-status(step-count)
    END-IF.

READ-RESTART-STATE.
    OPEN INPUT job-rst.

    IF job-rst-status = "00" THEN
        READ job-rst
            AT END
                CONTINUE
        END-READ

        IF job-rst-status = "00" THEN
            EVALUATE TRUE
                WHEN rst-stream-failed
                    SET prior-stream-failed TO TRUE
                    MOVE rst-step-seq  TO prior-step-seq
                    MOVE rst-step-name TO prior-step-name
                    MOVE rst-step-rc   TO prior-step-rc
                    MOVE rst-run-stamp TO prior-run-stamp
                WHEN rst-step-running
                    SET prior-stream-failed TO TRUE
                    SET prior-interrupted TO TRUE
                    MOVE rst-step-seq  TO prior-step-seq
                    MOVE rst-step-name TO prior-step-name
                    MOVE 0             TO prior-step-rc
                    MOVE rst-run-stamp TO prior-run-stamp
                WHEN rst-step-done
                    PERFORM FIND-STEP-AFTER-DONE
            END-EVALUATE
        END-IF

        CLOSE job-rst
    END-IF.

FIND-STEP-AFTER-DONE.
    MOVE 0 TO work-slot.
    PERFORM VARYING step-pos FROM 1 BY 1
            UNTIL step-pos > step-count OR work-slot > 0
        IF st-seq(step-pos) > rst-step-seq THEN
            MOVE step-pos TO work-slot
        END-IF
    END-PERFORM.

    IF work-slot > 0 THEN
        SET prior-stream-failed TO TRUE
        SET prior-interrupted TO TRUE
        MOVE st-seq(work-slot)  TO prior-step-seq
        MOVE st-name(work-slot) TO prior-step-name
        MOVE 0                  TO prior-step-rc
        MOVE rst-run-stamp      TO prior-run-stamp
    END-IF.

CHOOSE-START-STEP.
    MOVE st-seq(1) TO start-step-seq.

    IF prior-stream-failed THEN
        IF prior-interrupted THEN
            DISPLAY "Stream run " prior-run-stamp
                    " was interrupted before step "
                    prior-step-seq " " prior-step-name " completed"
        ELSE
            DISPLAY "Stream run " prior-run-stamp " stopped at step "
                    prior-step-seq " " prior-step-name
                    " with RC " prior-step-rc
        END-IF
        IF restart-from-top THEN
            DISPLAY "JOBCTL requests a rerun from the top"
        ELSE
            MOVE prior-step-seq TO start-step-seq
            DISPLAY "Restarting from step " prior-step-seq
                    ", set JOBCTL to T to rerun from the top"
        END-IF
    END-IF.

    IF restart-step-x NOT = SPACES THEN
        MOVE FUNCTION TRIM(restart-step-x) TO edit-step-seq
        INSPECT edit-step-seq REPLACING LEADING " " BY "0"
        IF edit-step-seq IS NUMERIC THEN
            MOVE edit-step-seq TO start-step-seq
            DISPLAY "JOBCTL requests a start at step " start-step-seq
        ELSE
            DISPLAY "FATAL: JOBCTL step " restart-step-x
                    " is not numeric"
            MOVE 12 TO RETURN-CODE
            PERFORM PROGRAM-DONE
        END-IF
    END-IF.

    MOVE 0 TO work-slot.
    PERFORM VARYING step-pos FROM 1 BY 1
            UNTIL step-pos > step-count OR work-slot > 0
        IF st-seq(step-pos) = start-step-seq THEN
            MOVE step-pos TO work-slot
        END-IF
    END-PERFORM.

    IF work-slot = 0 THEN
        DISPLAY "FATAL: start step " start-step-seq
                " is not on JOBSTREAM, set JOBCTL to T or a valid step"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

WRITE-STREAM-HEADING.
    MOVE SPACES TO step-log-record.
    WRITE step-log-record.

    MOVE SPACES TO step-log-record.
    STRING "JOB STREAM RUN " run-timestamp
           "  STEPS: "      step-count
           "  START AT STEP: " start-step-seq
           INTO step-log-record
    END-STRING
    WRITE step-log-record.

    IF prior-stream-failed THEN
        MOVE SPACES TO step-log-record
        IF prior-interrupted THEN
            STRING "PRIOR RUN "   prior-run-stamp
                   " INTERRUPTED AT STEP " prior-step-seq
                   " "            prior-step-name
                   INTO step-log-record
            END-STRING
        ELSE
            STRING "PRIOR RUN "   prior-run-stamp
                   " STOPPED AT STEP " prior-step-seq
                   " "            prior-step-name
                   "  RC: "       prior-step-rc
                   INTO step-log-record
            END-STRING
        END-IF
        WRITE step-log-record
    END-IF.

RUN-ONE-STEP.
    IF st-seq(step-pos) < start-step-seq THEN
        MOVE "BYPASSED" TO st-status(step-pos)
        ADD 1 TO steps-bypassed
    ELSE
        IF stream-stopped THEN
            MOVE "NOT RUN" TO st-status(step-pos)
            ADD 1 TO steps-not-run
        ELSE
            PERFORM EXECUTE-STEP
        END-IF
    END-IF.

    PERFORM WRITE-STEP-LOG-LINE.

EXECUTE-STEP.
    ADD 1 TO steps-run.
    DISPLAY "Step " st-seq(step-pos) " " st-name(step-pos)
            " starting".

    MOVE FUNCTION CURRENT-DATE TO step-stamp-raw.
    MOVE step-stamp-raw(1:14) TO st-start(step-pos).

    MOVE SPACES TO job-rst-record.
    SET rst-step-running TO TRUE.
    MOVE st-seq(step-pos)  TO rst-step-seq.
    MOVE st-name(step-pos) TO rst-step-name.
    MOVE 0                 TO rst-step-rc.
    MOVE run-timestamp     TO rst-run-stamp.
    PERFORM WRITE-RESTART-RECORD.

    MOVE SPACES TO step-log-record.
    STRING "STEP: "     st-seq(step-pos)
           " "          st-name(step-pos)
           "  START: "  st-start(step-pos)
           "  STATUS: STARTED"
           INTO step-log-record
    END-STRING
    WRITE step-log-record.

    CLOSE step-log.
    OPEN EXTEND step-log.

    CALL "SYSTEM" USING st-command(step-pos).
    MOVE RETURN-CODE TO system-rc.
    MOVE 0 TO RETURN-CODE.

    IF system-rc < 0 THEN
        MOVE 16 TO system-rc
    END-IF.
    IF system-rc > 255 THEN
        DIVIDE system-rc BY 256 GIVING system-rc
    END-IF.
    MOVE system-rc TO st-rc(step-pos).

    MOVE FUNCTION CURRENT-DATE TO step-stamp-raw.
    MOVE step-stamp-raw(1:14) TO st-end(step-pos).

    IF st-rc(step-pos) > highest-rc THEN
        MOVE st-rc(step-pos) TO highest-rc
    END-IF.

    IF st-rc(step-pos) > st-max-rc(step-pos) THEN
        MOVE "FAILED" TO st-status(step-pos)
        SET stream-stopped TO TRUE
        MOVE step-pos TO failed-pos
        DISPLAY "Step " st-seq(step-pos) " " st-name(step-pos)
                " ended RC " st-rc(step-pos)
                " above limit " st-max-rc(step-pos)
                ", stream stopped"
    ELSE
        MOVE "OK" TO st-status(step-pos)
        DISPLAY "Step " st-seq(step-pos) " " st-name(step-pos)
                " ended RC " st-rc(step-pos)
    END-IF.

    IF stream-stopped THEN
        PERFORM SAVE-RESTART-STATE
    ELSE
        MOVE SPACES TO job-rst-record
        SET rst-step-done TO TRUE
        MOVE st-seq(step-pos)  TO rst-step-seq
        MOVE st-name(step-pos) TO rst-step-name
        MOVE st-rc(step-pos)   TO rst-step-rc
        MOVE run-timestamp     TO rst-run-stamp
        PERFORM WRITE-RESTART-RECORD
    END-IF.

WRITE-STEP-LOG-LINE.
    MOVE SPACES TO step-log-record.
    STRING "STEP: "     st-seq(step-pos)
           " "          st-name(step-pos)
           "  START: "  st-start(step-pos)
           "  END: "    st-end(step-pos)
           "  RC: "     st-rc(step-pos)
           "  MAX: "    st-max-rc(step-pos)
           "  STATUS: " st-status(step-pos)
           INTO step-log-record
    END-STRING
    WRITE step-log-record.

WRITE-STREAM-TOTALS.
    MOVE SPACES TO step-log-record.
    STRING "STEPS RUN: "      steps-run
           "  BYPASSED: "     steps-bypassed
           "  NOT RUN: "      steps-not-run
           "  HIGHEST RC: "   highest-rc
           INTO step-log-record
    END-STRING
    WRITE step-log-record.

    MOVE SPACES TO step-log-record.
    IF stream-stopped THEN
        STRING "STATUS: STOPPED AT STEP " st-seq(failed-pos)
               " "  st-name(failed-pos)
               ", RESTART WILL RESUME FROM THIS STEP"
               INTO step-log-record
        END-STRING
    ELSE
        MOVE "STATUS: STREAM COMPLETE" TO step-log-record
    END-IF.
    WRITE step-log-record.
    DISPLAY step-log-record.

SAVE-RESTART-STATE.
    MOVE SPACES TO job-rst-record.
    IF stream-stopped THEN
        SET rst-stream-failed TO TRUE
        MOVE st-seq(failed-pos)  TO rst-step-seq
        MOVE st-name(failed-pos) TO rst-step-name
        MOVE st-rc(failed-pos)   TO rst-step-rc
    ELSE
        SET rst-stream-complete TO TRUE
        MOVE 0 TO rst-step-seq
        MOVE 0 TO rst-step-rc
    END-IF.
    MOVE run-timestamp TO rst-run-stamp.

    PERFORM WRITE-RESTART-RECORD.

WRITE-RESTART-RECORD.
    OPEN OUTPUT job-rst.
    WRITE job-rst-record.
    CLOSE job-rst.

PROGRAM-DONE.
    STOP RUN.
