IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-susmaint.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT suspense
        ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS suspense-status.
    SELECT sus-tran
        ASSIGN TO "SUSTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sus-tran-status.
    SELECT oper-file
        ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS oper-file-status.
    SELECT resubmit
        ASSIGN TO "RESUBMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS resubmit-status.
    SELECT sus-rpt
        ASSIGN TO "SUS-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sus-rpt-status.

DATA DIVISION.

FILE SECTION.
FD  suspense.
COPY suspenrec.

FD  sus-tran.
01  sus-tran-record.
    05  st-action       PIC X(01).
        88  st-correct            VALUE "C".
        88  st-release            VALUE "R".
        88  st-write-off          VALUE "W".
    05  st-filler-1     PIC X.
    05  st-item-id      PIC X(06).
    05  st-filler-2     PIC X.
    05  st-operator     PIC X(08).
    05  st-filler-3     PIC X.
    05  st-line-num     PIC X(02).
    05  st-filler-4     PIC X.
    05  st-rec-type     PIC X(01).
    05  st-filler-5     PIC X.
    05  st-msg-id       PIC X(08).
    05  st-filler-6     PIC X.
    05  st-request      PIC X(01).
    05  st-filler-7     PIC X.
    05  st-text         PIC X(40).
    05  st-filler-8     PIC X.
    05  st-cipher-mode  PIC X(01).
    05  st-filler-9     PIC X.
    05  st-key-name     PIC X(08).

FD  oper-file.
01  operator-record.
    05  oper-id         PIC X(08).
    05  oper-name       PIC X(20).
    05  oper-status     PIC X(01).
        88  oper-active           VALUE "A".
        88  oper-inactive         VALUE "I".
    05  oper-auth-solve PIC X(01).
        88  oper-may-solve        VALUE "Y".
    05  oper-auth-vig   PIC X(01).
        88  oper-may-vigenere     VALUE "Y".
    05  oper-auth-approve PIC X(01).
        88  oper-may-approve      VALUE "Y".
    05  oper-cost-center PIC X(06).

FD  resubmit.
01  resubmit-record.
    05  rsb-rec-type    PIC X(01).
    05  rsb-filler-0    PIC X.
    05  rsb-detail      PIC X(62).
    05  rsb-control REDEFINES rsb-detail.
        10  rsb-batch-date      PIC X(08).
        10  rsb-filler-1        PIC X.
        10  rsb-record-count    PIC 9(05).
        10  rsb-filler-2        PIC X(48).

FD  sus-rpt.
01  sus-rpt-record      PIC X(132).

WORKING-STORAGE SECTION.

01  suspense-status    PIC X(02).
01  sus-tran-status    PIC X(02).
01  oper-file-status   PIC X(02).
01  resubmit-status    PIC X(02).
01  sus-rpt-status     PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-date           PIC X(08).
01  today-int          PIC 9(08).
01  closed-keep-days   PIC 9(03)  VALUE 30.
01  suspense-eof       PIC X(01)  VALUE "N".
    88  end-of-suspense       VALUE "Y".
01  sus-tran-eof       PIC X(01)  VALUE "N".
    88  end-of-sus-tran       VALUE "Y".
01  oper-open-flag     PIC X(01)  VALUE "N".
    88  oper-file-open        VALUE "Y".
01  line-count         PIC 9(04)  VALUE 0.
01  line-max           PIC 9(04)  VALUE 1000.
01  line-table.
    05  line-entry OCCURS 1000 TIMES.
        10  lt-cipher-in    PIC X(64).
        10  lt-cin-view REDEFINES lt-cipher-in.
            15  lt-rec-type     PIC X(01).
            15  lt-cin-filler-0 PIC X.
            15  lt-msg-id       PIC X(08).
            15  lt-cin-filler-1 PIC X.
            15  lt-request      PIC X(01).
            15  lt-cin-filler-2 PIC X.
            15  lt-text         PIC X(40).
            15  lt-cin-filler-5 PIC X.
            15  lt-cipher-mode  PIC X(01).
            15  lt-cin-filler-6 PIC X.
            15  lt-key-name     PIC X(08).
        10  lt-item-id      PIC 9(06).
        10  lt-line-num     PIC 9(02).
        10  lt-reason       PIC X(02).
        10  lt-date         PIC X(08).
        10  lt-operator     PIC X(08).
        10  lt-state        PIC X(01).
        10  lt-action-date  PIC X(08).
        10  lt-action-by    PIC X(08).
        10  lt-corrected    PIC X(01).
01  tbl-pos            PIC 9(04).
01  work-slot          PIC 9(04)  VALUE 0.
01  edit-item-id       PIC X(06)  JUSTIFIED RIGHT.
01  work-item-id       PIC 9(06)  VALUE 0.
01  edit-line-num      PIC X(02)  JUSTIFIED RIGHT.
01  work-line-num      PIC 9(02)  VALUE 0.
01  actor-id           PIC X(08)  VALUE SPACES.
01  tran-valid-flag    PIC X(01)  VALUE "Y".
    88  tran-valid            VALUE "Y".
    88  tran-invalid          VALUE "N".
01  reject-reason      PIC X(50)  VALUE SPACES.
01  item-line-count    PIC 9(02)  VALUE 0.
01  item-first-type    PIC X(01)  VALUE SPACE.
01  item-last-type     PIC X(01)  VALUE SPACE.
01  item-open-flag     PIC X(01)  VALUE "N".
    88  item-is-open          VALUE "Y".
01  item-age-days      PIC 9(05)  VALUE 0.
01  reason-text        PIC X(24)  VALUE SPACES.
01  lines-carried-in   PIC 9(05)  VALUE 0.
01  lines-dropped      PIC 9(05)  VALUE 0.
01  trans-read         PIC 9(05)  VALUE 0.
01  items-corrected    PIC 9(05)  VALUE 0.
01  items-released     PIC 9(05)  VALUE 0.
01  items-written-off  PIC 9(05)  VALUE 0.
01  trans-rejected     PIC 9(05)  VALUE 0.
01  records-resubmitted PIC 9(05) VALUE 0.
01  resubmit-eof       PIC X(01)  VALUE "N".
    88  end-of-resubmit       VALUE "Y".
01  items-open         PIC 9(05)  VALUE 0.
01  bucket-0-2         PIC 9(05)  VALUE 0.
01  bucket-3-7         PIC 9(05)  VALUE 0.
01  bucket-8-14        PIC 9(05)  VALUE 0.
01  bucket-15-30       PIC 9(05)  VALUE 0.
01  bucket-over-30     PIC 9(05)  VALUE 0.
01  open-bad-request   PIC 9(05)  VALUE 0.
01  open-key-rejected  PIC 9(05)  VALUE 0.
01  open-key-missing   PIC 9(05)  VALUE 0.
01  open-not-authorized PIC 9(05) VALUE 0.
01  open-block-error   PIC 9(05)  VALUE 0.
01  open-duplicate     PIC 9(05)  VALUE 0.
01  open-bad-rec-type  PIC 9(05)  VALUE 0.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:8) TO run-date.
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
        TO today-int.

    PERFORM LOAD-SUSPENSE.
    PERFORM LOAD-PENDING-RESUBMIT.

    OPEN OUTPUT sus-rpt.
    PERFORM WRITE-REPORT-HEADING.

    OPEN INPUT oper-file.
    IF oper-file-status = "00" THEN
        SET oper-file-open TO TRUE
    ELSE
        DISPLAY "OPERFILE not available, status " oper-file-status
    END-IF.

    OPEN OUTPUT resubmit.
    IF resubmit-status NOT = "00" THEN
        DISPLAY "FATAL: RESUBMIT could not be opened, status "
                resubmit-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    MOVE SPACES TO resubmit-record.
    MOVE "H" TO rsb-rec-type.
    MOVE run-date TO rsb-batch-date.
    MOVE 0 TO rsb-record-count.
    WRITE resubmit-record.

    PERFORM APPLY-TRANSACTIONS.

    MOVE SPACES TO resubmit-record.
    MOVE "T" TO rsb-rec-type.
    MOVE run-date TO rsb-batch-date.
    MOVE records-resubmitted TO rsb-record-count.
    WRITE resubmit-record.
    CLOSE resubmit.

    PERFORM REPORT-OPEN-ITEMS.
    PERFORM REWRITE-SUSPENSE.
    PERFORM WRITE-REPORT-TOTALS.

    IF oper-file-open THEN
        CLOSE oper-file
    END-IF.
    CLOSE sus-rpt.

    PERFORM PROGRAM-DONE.

WRITE-REPORT-HEADING.
    MOVE SPACES TO sus-rpt-record.
    STRING "SUSPENSE MAINTENANCE AND AGING  " run-date
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    WRITE sus-rpt-record.

LOAD-SUSPENSE.
    OPEN INPUT suspense.

    IF suspense-status = "00" THEN
        PERFORM LOAD-ONE-SUSPENSE-LINE UNTIL end-of-suspense
        CLOSE suspense
    ELSE
        DISPLAY "SUSPENSE not found, nothing in suspense"
    END-IF.

LOAD-ONE-SUSPENSE-LINE.
    READ suspense
        AT END
            SET end-of-suspense TO TRUE
    END-READ.

    IF NOT end-of-suspense AND suspense-record NOT = SPACES THEN
        ADD 1 TO lines-carried-in
        IF line-count = line-max THEN
            DISPLAY "FATAL: SUSPENSE has more than " line-max
                    " lines, nothing changed"
            MOVE 12 TO RETURN-CODE
            PERFORM PROGRAM-DONE
        END-IF
        ADD 1 TO line-count
        MOVE sus-cipher-in     TO lt-cipher-in(line-count)
        MOVE sus-item-id       TO lt-item-id(line-count)
        MOVE sus-line-num      TO lt-line-num(line-count)
        MOVE sus-reason        TO lt-reason(line-count)
        MOVE sus-date          TO lt-date(line-count)
        MOVE sus-operator      TO lt-operator(line-count)
        MOVE sus-state         TO lt-state(line-count)
        MOVE sus-action-date   TO lt-action-date(line-count)
        MOVE sus-action-by     TO lt-action-by(line-count)
        MOVE sus-corrected     TO lt-corrected(line-count)
    END-IF.

LOAD-PENDING-RESUBMIT.
    OPEN INPUT resubmit.

    IF resubmit-status = "00" THEN
        PERFORM LOAD-ONE-RESUBMIT-RECORD UNTIL end-of-resubmit
        CLOSE resubmit
    END-IF.

LOAD-ONE-RESUBMIT-RECORD.
    READ resubmit
        AT END
            SET end-of-resubmit TO TRUE
    END-READ.

    IF NOT end-of-resubmit AND resubmit-record NOT = SPACES
            AND rsb-rec-type NOT = "H" AND rsb-rec-type NOT = "T" THEN
        DISPLAY "FATAL: RESUBMIT NOT YET CONSUMED BY CIPHER, "
                "NOTHING CHANGED"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

APPLY-TRANSACTIONS.
    MOVE "ACTIONS" TO sus-rpt-record.
    WRITE sus-rpt-record.

    OPEN INPUT sus-tran.

    IF sus-tran-status = "00" THEN
        PERFORM APPLY-ONE-TRANSACTION UNTIL end-of-sus-tran
        CLOSE sus-tran
    ELSE
        DISPLAY "SUSTRAN not found, no actions applied"
        MOVE "  SUSTRAN NOT FOUND, NO ACTIONS APPLIED"
            TO sus-rpt-record
        WRITE sus-rpt-record
    END-IF.

APPLY-ONE-TRANSACTION.
    READ sus-tran
        AT END
            SET end-of-sus-tran TO TRUE
    END-READ.

    IF NOT end-of-sus-tran AND sus-tran-record NOT = SPACES THEN
        ADD 1 TO trans-read
        SET tran-valid TO TRUE
        MOVE SPACES TO reject-reason
        MOVE FUNCTION UPPER-CASE(st-action)   TO st-action
        MOVE FUNCTION UPPER-CASE(st-operator) TO actor-id

        PERFORM EDIT-TRANSACTION

        IF tran-valid THEN
            PERFORM CHECK-ACTOR
        END-IF

        IF tran-valid AND st-release THEN
            PERFORM CHECK-ITEM-COMPLETE
        END-IF

        IF tran-valid THEN
            EVALUATE TRUE
                WHEN st-correct
                    PERFORM CORRECT-SUSPENSE-LINE
                WHEN st-release
                    PERFORM RELEASE-SUSPENSE-ITEM
                WHEN st-write-off
                    PERFORM WRITE-OFF-SUSPENSE-ITEM
            END-EVALUATE
        ELSE
            ADD 1 TO trans-rejected
            MOVE SPACES TO sus-rpt-record
            STRING "  REJECTED  " st-action
                   " "          st-item-id
                   "  BY "      actor-id
                   "  "         reject-reason
                   INTO sus-rpt-record
            END-STRING
            WRITE sus-rpt-record
        END-IF
    END-IF.

EDIT-TRANSACTION.
    IF NOT st-correct AND NOT st-release AND NOT st-write-off THEN
        MOVE "ACTION IS NOT C, R OR W" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid THEN
        MOVE FUNCTION TRIM(st-item-id) TO edit-item-id
        INSPECT edit-item-id REPLACING LEADING " " BY "0"
        IF edit-item-id IS NUMERIC THEN
            MOVE edit-item-id TO work-item-id
            PERFORM SCAN-SUSPENSE-ITEM
            IF item-line-count = 0 THEN
                MOVE "ITEM NOT IN SUSPENSE" TO reject-reason
                SET tran-invalid TO TRUE
            ELSE
                IF NOT item-is-open THEN
                    MOVE "ITEM ALREADY RELEASED OR WRITTEN OFF"
                        TO reject-reason
                    SET tran-invalid TO TRUE
                END-IF
            END-IF
        ELSE
            MOVE "ITEM NUMBER IS NOT NUMERIC" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

    IF tran-valid AND st-correct THEN
        PERFORM EDIT-CORRECTION
    END-IF.

EDIT-CORRECTION.
    MOVE FUNCTION TRIM(st-line-num) TO edit-line-num.
    INSPECT edit-line-num REPLACING LEADING " " BY "0".
    IF edit-line-num IS NUMERIC THEN
        MOVE edit-line-num TO work-line-num
        PERFORM FIND-SUSPENSE-LINE
        IF work-slot = 0 THEN
            MOVE "LINE NOT ON THIS ITEM" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    ELSE
        MOVE "LINE NUMBER IS NOT NUMERIC" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid THEN
        MOVE FUNCTION UPPER-CASE(st-rec-type) TO st-rec-type
        IF st-rec-type NOT = SPACE AND st-rec-type NOT = "M"
                AND st-rec-type NOT = "B" AND st-rec-type NOT = "C"
                AND st-rec-type NOT = "E" THEN
            MOVE "RECORD TYPE IS NOT M, B, C OR E" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

    IF tran-valid AND st-rec-type = SPACE AND st-msg-id = SPACES
            AND st-request = SPACE AND st-text = SPACES
            AND st-cipher-mode = SPACE AND st-key-name = SPACES THEN
        MOVE "NO CORRECTION GIVEN" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

CHECK-ACTOR.
    IF actor-id = SPACES THEN
        MOVE "OPERATOR IS MISSING" TO reject-reason
        SET tran-invalid TO TRUE
    ELSE
        IF NOT oper-file-open THEN
            MOVE "OPERFILE NOT AVAILABLE" TO reject-reason
            SET tran-invalid TO TRUE
        ELSE
            MOVE actor-id TO oper-id
            READ oper-file
                INVALID KEY
                    MOVE "OPERATOR NOT ON OPERFILE" TO reject-reason
                    SET tran-invalid TO TRUE
            END-READ
            IF tran-valid AND NOT oper-active THEN
                MOVE "OPERATOR IS NOT ACTIVE" TO reject-reason
                SET tran-invalid TO TRUE
            END-IF
        END-IF
    END-IF.

SCAN-SUSPENSE-ITEM.
    MOVE 0 TO item-line-count.
    MOVE SPACE TO item-first-type.
    MOVE SPACE TO item-last-type.
    MOVE "N" TO item-open-flag.
    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > line-count
        IF lt-item-id(tbl-pos) = work-item-id THEN
            ADD 1 TO item-line-count
            IF item-line-count = 1 THEN
                MOVE lt-rec-type(tbl-pos) TO item-first-type
            END-IF
            MOVE lt-rec-type(tbl-pos) TO item-last-type
            IF lt-state(tbl-pos) = "O" THEN
                SET item-is-open TO TRUE
            END-IF
        END-IF
    END-PERFORM.

FIND-SUSPENSE-LINE.
    MOVE 0 TO work-slot.
    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > line-count OR work-slot > 0
        IF lt-item-id(tbl-pos) = work-item-id
                AND lt-line-num(tbl-pos) = work-line-num THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

CHECK-ITEM-COMPLETE.
    IF item-first-type = "M" AND item-line-count = 1 THEN
        CONTINUE
    ELSE
        IF item-first-type = "B" AND item-last-type = "E"
                AND item-line-count > 1 THEN
            CONTINUE
        ELSE
            MOVE "ITEM IS NOT A COMPLETE MESSAGE, CORRECT IT FIRST"
                TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

CORRECT-SUSPENSE-LINE.
    IF st-rec-type NOT = SPACE THEN
        MOVE st-rec-type TO lt-rec-type(work-slot)
    END-IF.
    IF st-msg-id NOT = SPACES THEN
        MOVE st-msg-id TO lt-msg-id(work-slot)
    END-IF.
    IF st-request NOT = SPACE THEN
        MOVE FUNCTION UPPER-CASE(st-request) TO lt-request(work-slot)
    END-IF.
    IF st-text NOT = SPACES THEN
        MOVE st-text TO lt-text(work-slot)
    END-IF.
    IF st-cipher-mode NOT = SPACE THEN
        MOVE FUNCTION UPPER-CASE(st-cipher-mode)
            TO lt-cipher-mode(work-slot)
    END-IF.
    IF st-key-name NOT = SPACES THEN
        MOVE FUNCTION UPPER-CASE(st-key-name) TO lt-key-name(work-slot)
    END-IF.
    MOVE "Y" TO lt-corrected(work-slot).
    MOVE run-date TO lt-action-date(work-slot).
    MOVE actor-id TO lt-action-by(work-slot).
    ADD 1 TO items-corrected.

    MOVE SPACES TO sus-rpt-record.
    STRING "  CORRECTED    ITEM: " work-item-id
           "  LINE: "     work-line-num
           "  BY "        actor-id
           "  NOW: "      lt-cipher-in(work-slot)
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

RELEASE-SUSPENSE-ITEM.
    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > line-count
        IF lt-item-id(tbl-pos) = work-item-id THEN
            MOVE lt-cipher-in(tbl-pos) TO resubmit-record
            WRITE resubmit-record
            ADD 1 TO records-resubmitted
            MOVE "R"      TO lt-state(tbl-pos)
            MOVE run-date TO lt-action-date(tbl-pos)
            MOVE actor-id TO lt-action-by(tbl-pos)
        END-IF
    END-PERFORM.
    ADD 1 TO items-released.

    MOVE SPACES TO sus-rpt-record.
    STRING "  RELEASED     ITEM: " work-item-id
           "  LINES: "    item-line-count
           "  BY "        actor-id
           "  TO RESUBMIT"
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

WRITE-OFF-SUSPENSE-ITEM.
    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > line-count
        IF lt-item-id(tbl-pos) = work-item-id THEN
            MOVE "W"      TO lt-state(tbl-pos)
            MOVE run-date TO lt-action-date(tbl-pos)
            MOVE actor-id TO lt-action-by(tbl-pos)
        END-IF
    END-PERFORM.
    ADD 1 TO items-written-off.

    MOVE SPACES TO sus-rpt-record.
    STRING "  WRITTEN OFF  ITEM: " work-item-id
           "  LINES: "    item-line-count
           "  BY "        actor-id
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

REPORT-OPEN-ITEMS.
    MOVE SPACES TO sus-rpt-record.
    WRITE sus-rpt-record.
    MOVE "STILL IN SUSPENSE" TO sus-rpt-record.
    WRITE sus-rpt-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > line-count
        IF lt-state(tbl-pos) = "O" AND lt-line-num(tbl-pos) = 1 THEN
            PERFORM AGE-ONE-OPEN-ITEM
        END-IF
    END-PERFORM.

    MOVE SPACES TO sus-rpt-record.
    WRITE sus-rpt-record.
    MOVE "OPEN ITEMS BY AGE IN DAYS" TO sus-rpt-record.
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "  0-2: "     bucket-0-2
           "  3-7: "     bucket-3-7
           "  8-14: "    bucket-8-14
           "  15-30: "   bucket-15-30
           "  OVER 30: " bucket-over-30
           INTO sus-rpt-record
    END-STRING.
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    WRITE sus-rpt-record.
    MOVE "OPEN ITEMS BY REASON" TO sus-rpt-record.
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "  RQ BAD REQUEST CODE:   " open-bad-request
           "  KY KEY REJECTED:       " open-key-rejected
           "  KM KEY MISSING:        " open-key-missing
           INTO sus-rpt-record
    END-STRING.
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "  AU NOT AUTHORIZED:     " open-not-authorized
           "  BL BLOCK ERROR:        " open-block-error
           "  DP DUPLICATE:          " open-duplicate
           INTO sus-rpt-record
    END-STRING.
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "  RT BAD RECORD TYPE:    " open-bad-rec-type
           INTO sus-rpt-record
    END-STRING.
    WRITE sus-rpt-record.

AGE-ONE-OPEN-ITEM.
    ADD 1 TO items-open.
    MOVE lt-item-id(tbl-pos) TO work-item-id.
    PERFORM COUNT-ITEM-LINES.

    MOVE 0 TO item-age-days.
    IF lt-date(tbl-pos) IS NUMERIC
            AND lt-date(tbl-pos) NOT > run-date THEN
        COMPUTE item-age-days = today-int
            - FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(lt-date(tbl-pos)))
    END-IF.

    EVALUATE TRUE
        WHEN item-age-days < 3
            ADD 1 TO bucket-0-2
        WHEN item-age-days < 8
            ADD 1 TO bucket-3-7
        WHEN item-age-days < 15
            ADD 1 TO bucket-8-14
        WHEN item-age-days < 31
            ADD 1 TO bucket-15-30
        WHEN OTHER
            ADD 1 TO bucket-over-30
    END-EVALUATE.

    EVALUATE lt-reason(tbl-pos)
        WHEN "RQ"
            ADD 1 TO open-bad-request
            MOVE "BAD REQUEST CODE" TO reason-text
        WHEN "KY"
            ADD 1 TO open-key-rejected
            MOVE "KEY REJECTED" TO reason-text
        WHEN "KM"
            ADD 1 TO open-key-missing
            MOVE "VAULT KEY MISSING" TO reason-text
        WHEN "AU"
            ADD 1 TO open-not-authorized
            MOVE "OPERATOR NOT AUTHORIZED" TO reason-text
        WHEN "BL"
            ADD 1 TO open-block-error
            MOVE "BLOCK ERROR" TO reason-text
        WHEN "DP"
            ADD 1 TO open-duplicate
            MOVE "DUPLICATE SUPPRESSED" TO reason-text
        WHEN OTHER
            ADD 1 TO open-bad-rec-type
            MOVE "BAD RECORD TYPE" TO reason-text
    END-EVALUATE.

    MOVE SPACES TO sus-rpt-record.
    STRING "  ITEM: "      lt-item-id(tbl-pos)
           "  MSG-ID: "    lt-msg-id(tbl-pos)
           "  REASON: "    lt-reason(tbl-pos)
           " "             reason-text
           "  SUSP: "      lt-date(tbl-pos)
           "  OPER: "      lt-operator(tbl-pos)
           "  LINES: "     item-line-count
           "  AGE DAYS: "  item-age-days
           INTO sus-rpt-record
    END-STRING.
    WRITE sus-rpt-record.

COUNT-ITEM-LINES.
    MOVE 0 TO item-line-count.
    PERFORM VARYING work-slot FROM 1 BY 1 UNTIL work-slot > line-count
        IF lt-item-id(work-slot) = work-item-id THEN
            ADD 1 TO item-line-count
        END-IF
    END-PERFORM.

REWRITE-SUSPENSE.
    OPEN OUTPUT suspense.

    IF suspense-status NOT = "00" THEN
        DISPLAY "FATAL: SUSPENSE rewrite failed, status "
                suspense-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > line-count
        PERFORM REWRITE-ONE-SUSPENSE-LINE
    END-PERFORM.

    CLOSE suspense.

REWRITE-ONE-SUSPENSE-LINE.
    MOVE 0 TO item-age-days.
    IF lt-state(tbl-pos) NOT = "O"
            AND lt-action-date(tbl-pos) IS NUMERIC
            AND lt-action-date(tbl-pos) NOT > run-date THEN
        COMPUTE item-age-days = today-int
            - FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(lt-action-date(tbl-pos)))
    END-IF.

    IF item-age-days > closed-keep-days THEN
        ADD 1 TO lines-dropped
    ELSE
        MOVE SPACES TO suspense-record
        MOVE lt-cipher-in(tbl-pos)   TO sus-cipher-in
        MOVE lt-item-id(tbl-pos)     TO sus-item-id
        MOVE lt-line-num(tbl-pos)    TO sus-line-num
        MOVE lt-reason(tbl-pos)      TO sus-reason
        MOVE lt-date(tbl-pos)        TO sus-date
        MOVE lt-operator(tbl-pos)    TO sus-operator
        MOVE lt-state(tbl-pos)       TO sus-state
        MOVE lt-action-date(tbl-pos) TO sus-action-date
        MOVE lt-action-by(tbl-pos)   TO sus-action-by
        MOVE lt-corrected(tbl-pos)   TO sus-corrected
        WRITE suspense-record
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO sus-rpt-record.
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "LINES CARRIED IN:     " lines-carried-in
           "  CLOSED LINES DROPPED: " lines-dropped
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "ACTIONS READ:         " trans-read
           "  CORRECTED: "        items-corrected
           "  RELEASED: "         items-released
           "  WRITTEN OFF: "      items-written-off
           "  REJECTED: "         trans-rejected
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "RECORDS RESUBMITTED:  " records-resubmitted
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

    MOVE SPACES TO sus-rpt-record.
    STRING "STILL IN SUSPENSE:    " items-open
           INTO sus-rpt-record
    END-STRING
    WRITE sus-rpt-record.

    IF trans-rejected > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

PROGRAM-DONE.
    STOP RUN.
