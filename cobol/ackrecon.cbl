IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-ackrecon.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ack-card
        ASSIGN TO "ACKCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ack-card-status.
    SELECT outstand
        ASSIGN TO "OUTSTAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS outstand-status.
    SELECT results
        ASSIGN TO "RESULTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS results-status.
    SELECT ack-file
        ASSIGN TO "ACKFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ack-file-status.
    SELECT ack-rpt
        ASSIGN TO "ACK-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ack-rpt-status.

DATA DIVISION.

FILE SECTION.
FD  ack-card.
01  ack-card-record.
    05  ackc-days       PIC X(03).

FD  outstand.
01  outstand-record.
    05  os-msg-id       PIC X(08).
    05  os-operation    PIC X(01).
    05  os-request      PIC X(01).
    05  os-mode         PIC X(01).
    05  os-key-name     PIC X(08).
    05  os-res-status   PIC X(02).
    05  os-sent-date    PIC X(08).
    05  os-state        PIC X(01).
        88  os-open               VALUE "O".
        88  os-acknowledged       VALUE "A".
        88  os-rejected           VALUE "R".
    05  os-closed-date  PIC X(08).
    05  os-reason       PIC X(50).

FD  results.
COPY resultrec.

FD  ack-file.
01  ack-record.
    05  ack-msg-id      PIC X(08).
    05  ack-filler-1    PIC X.
    05  ack-operation   PIC X(01).
    05  ack-filler-2    PIC X.
    05  ack-result      PIC X(01).
        88  ack-accepted          VALUE "A".
        88  ack-rejected          VALUE "R".
    05  ack-filler-3    PIC X.
    05  ack-reason      PIC X(50).

FD  ack-rpt.
01  ack-rpt-record      PIC X(132).

WORKING-STORAGE SECTION.

01  ack-card-status    PIC X(02).
01  outstand-status    PIC X(02).
01  results-status     PIC X(02).
01  ack-file-status    PIC X(02).
01  ack-rpt-status     PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-date           PIC X(08).
01  today-int          PIC 9(08).
01  overdue-days       PIC 9(03)  VALUE 3.
01  edit-overdue-days  PIC X(03)  JUSTIFIED RIGHT.
01  closed-keep-days   PIC 9(03)  VALUE 30.
01  outstand-eof       PIC X(01)  VALUE "N".
    88  end-of-outstand       VALUE "Y".
01  results-eof        PIC X(01)  VALUE "N".
    88  end-of-results        VALUE "Y".
01  ack-file-eof       PIC X(01)  VALUE "N".
    88  end-of-ack-file       VALUE "Y".
01  batch-date         PIC X(08)  VALUE SPACES.
01  item-table-count   PIC 9(04)  VALUE 0.
01  item-table-max     PIC 9(04)  VALUE 2000.
01  item-table-flag    PIC X(01)  VALUE "N".
    88  item-table-full       VALUE "Y".
01  item-table.
    05  item-entry OCCURS 2000 TIMES.
        10  it-msg-id       PIC X(08).
        10  it-operation    PIC X(01).
        10  it-request      PIC X(01).
        10  it-mode         PIC X(01).
        10  it-key-name     PIC X(08).
        10  it-res-status   PIC X(02).
        10  it-sent-date    PIC X(08).
        10  it-state        PIC X(01).
        10  it-closed-date  PIC X(08).
        10  it-reason       PIC X(50).
01  unknown-table-count PIC 9(04) VALUE 0.
01  unknown-table-max  PIC 9(04)  VALUE 500.
01  unknown-table.
    05  unknown-entry OCCURS 500 TIMES.
        10  un-msg-id       PIC X(08).
        10  un-operation    PIC X(01).
        10  un-result       PIC X(01).
        10  un-note         PIC X(40).
01  ack-note           PIC X(40)  VALUE SPACES.
01  tbl-pos            PIC 9(04).
01  work-slot          PIC 9(04)  VALUE 0.
01  item-age-days      PIC 9(05)  VALUE 0.
01  closed-age-days    PIC 9(05)  VALUE 0.
01  carried-in         PIC 9(05)  VALUE 0.
01  results-read       PIC 9(05)  VALUE 0.
01  results-added      PIC 9(05)  VALUE 0.
01  results-already    PIC 9(05)  VALUE 0.
01  acks-read          PIC 9(05)  VALUE 0.
01  acks-accepted      PIC 9(05)  VALUE 0.
01  acks-rejected      PIC 9(05)  VALUE 0.
01  acks-unknown       PIC 9(05)  VALUE 0.
01  acks-bad           PIC 9(05)  VALUE 0.
01  items-open         PIC 9(05)  VALUE 0.
01  items-overdue      PIC 9(05)  VALUE 0.
01  items-carried-out  PIC 9(05)  VALUE 0.
01  bucket-1-3         PIC 9(05)  VALUE 0.
01  bucket-4-7         PIC 9(05)  VALUE 0.
01  bucket-8-14        PIC 9(05)  VALUE 0.
01  bucket-15-30       PIC 9(05)  VALUE 0.
01  bucket-over-30     PIC 9(05)  VALUE 0.
01  bucket-today       PIC 9(05)  VALUE 0.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:8) TO run-date.
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
        TO today-int.

    PERFORM READ-AGING-CARD.

    OPEN OUTPUT ack-rpt.

    PERFORM WRITE-REPORT-HEADING.

    PERFORM LOAD-OUTSTANDING-ITEMS.
    PERFORM ADD-RESULTS-ITEMS.
    PERFORM APPLY-ACKNOWLEDGEMENTS.

    PERFORM REPORT-ACKNOWLEDGED.
    PERFORM REPORT-REJECTED.
    PERFORM REPORT-UNKNOWN.
    PERFORM REPORT-OVERDUE.

    PERFORM REWRITE-OUTSTANDING-ITEMS.
    PERFORM WRITE-REPORT-TOTALS.

    CLOSE ack-rpt.

    PERFORM PROGRAM-DONE.

READ-AGING-CARD.
    OPEN INPUT ack-card.

    IF ack-card-status = "00" THEN
        READ ack-card
            AT END
                DISPLAY "ACKCARD is empty, items overdue after 3 days"
        END-READ

        IF ack-card-status = "00" AND ackc-days NOT = SPACES THEN
            MOVE FUNCTION TRIM(ackc-days) TO edit-overdue-days
            INSPECT edit-overdue-days REPLACING LEADING " " BY "0"
            IF edit-overdue-days IS NUMERIC THEN
                MOVE edit-overdue-days TO overdue-days
            ELSE
                DISPLAY "FATAL: ACKCARD days " ackc-days
                        " is not numeric, run rejected"
                MOVE 12 TO RETURN-CODE
                PERFORM PROGRAM-DONE
            END-IF
        END-IF

        CLOSE ack-card
    ELSE
        DISPLAY "ACKCARD not found, items overdue after 3 days"
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO ack-rpt-record.
    STRING "DELIVERY ACKNOWLEDGEMENT RECONCILIATION  " run-date
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "ITEMS OVERDUE AFTER DAYS: " overdue-days
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

LOAD-OUTSTANDING-ITEMS.
    OPEN INPUT outstand.

    IF outstand-status = "00" THEN
        PERFORM LOAD-ONE-OUTSTANDING UNTIL end-of-outstand
        CLOSE outstand
    ELSE
        DISPLAY "OUTSTAND not found, starting with no open items"
    END-IF.

LOAD-ONE-OUTSTANDING.
    READ outstand
        AT END
            SET end-of-outstand TO TRUE
    END-READ.

    IF NOT end-of-outstand AND os-msg-id NOT = SPACES THEN
        ADD 1 TO carried-in
        PERFORM GET-FREE-ITEM-SLOT
        IF work-slot > 0 THEN
            MOVE os-msg-id      TO it-msg-id(work-slot)
            MOVE os-operation   TO it-operation(work-slot)
            MOVE os-request     TO it-request(work-slot)
            MOVE os-mode        TO it-mode(work-slot)
            MOVE os-key-name    TO it-key-name(work-slot)
            MOVE os-res-status  TO it-res-status(work-slot)
            MOVE os-sent-date   TO it-sent-date(work-slot)
            MOVE os-state       TO it-state(work-slot)
            MOVE os-closed-date TO it-closed-date(work-slot)
            MOVE os-reason      TO it-reason(work-slot)
        END-IF
    END-IF.

GET-FREE-ITEM-SLOT.
    MOVE 0 TO work-slot.
    IF item-table-count < item-table-max THEN
        ADD 1 TO item-table-count
        MOVE item-table-count TO work-slot
    ELSE
        SET item-table-full TO TRUE
        DISPLAY "FATAL: more than " item-table-max
                " outstanding items, nothing changed"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

ADD-RESULTS-ITEMS.
    MOVE run-date TO batch-date.
    OPEN INPUT results.

    IF results-status = "00" THEN
        PERFORM ADD-ONE-RESULTS-ITEM UNTIL end-of-results
        CLOSE results
    ELSE
        DISPLAY "RESULTS not available, status " results-status
        MOVE "RESULTS NOT AVAILABLE, NO NEW ITEMS ADDED"
            TO ack-rpt-record
        WRITE ack-rpt-record
    END-IF.

ADD-ONE-RESULTS-ITEM.
    READ results
        AT END
            SET end-of-results TO TRUE
    END-READ.

    IF NOT end-of-results THEN
        IF res-header-rec THEN
            MOVE res-batch-date TO batch-date
        END-IF

        IF res-detail-rec THEN
            ADD 1 TO results-read
            MOVE res-msg-id    TO ack-msg-id
            MOVE res-operation TO ack-operation
            PERFORM FIND-SAME-DAY-ITEM
            IF work-slot > 0 THEN
                ADD 1 TO results-already
            ELSE
                PERFORM GET-FREE-ITEM-SLOT
                IF work-slot > 0 THEN
                    ADD 1 TO results-added
                    MOVE res-msg-id    TO it-msg-id(work-slot)
                    MOVE res-operation TO it-operation(work-slot)
                    MOVE res-request   TO it-request(work-slot)
                    MOVE res-mode      TO it-mode(work-slot)
                    MOVE res-key-name  TO it-key-name(work-slot)
                    MOVE res-status    TO it-res-status(work-slot)
                    MOVE batch-date    TO it-sent-date(work-slot)
                    MOVE "O"           TO it-state(work-slot)
                    MOVE SPACES        TO it-closed-date(work-slot)
                    MOVE SPACES        TO it-reason(work-slot)
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-SAME-DAY-ITEM.
    MOVE 0 TO work-slot.
    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count OR work-slot > 0
        IF it-msg-id(tbl-pos) = ack-msg-id
                AND it-operation(tbl-pos) = ack-operation
                AND it-sent-date(tbl-pos) = batch-date THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

FIND-ITEM.
    MOVE 0 TO work-slot.
    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count OR work-slot > 0
        IF it-msg-id(tbl-pos) = ack-msg-id
                AND it-operation(tbl-pos) = ack-operation
                AND it-state(tbl-pos) = "O" THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count OR work-slot > 0
        IF it-msg-id(tbl-pos) = ack-msg-id
                AND it-operation(tbl-pos) = ack-operation THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

FIND-OPEN-ITEM-FOR-MSG.
    MOVE 0 TO work-slot.
    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count OR work-slot > 0
        IF it-msg-id(tbl-pos) = ack-msg-id
                AND it-state(tbl-pos) = "O" THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

APPLY-ACKNOWLEDGEMENTS.
    OPEN INPUT ack-file.

    IF ack-file-status = "00" THEN
        PERFORM APPLY-ONE-ACKNOWLEDGEMENT UNTIL end-of-ack-file
        CLOSE ack-file
    ELSE
        DISPLAY "ACKFILE not found, no acknowledgements applied"
        MOVE "ACKFILE NOT FOUND, NO ACKNOWLEDGEMENTS APPLIED"
            TO ack-rpt-record
        WRITE ack-rpt-record
    END-IF.

APPLY-ONE-ACKNOWLEDGEMENT.
    READ ack-file
        AT END
            SET end-of-ack-file TO TRUE
    END-READ.

    IF NOT end-of-ack-file AND ack-record NOT = SPACES THEN
        ADD 1 TO acks-read
        MOVE FUNCTION UPPER-CASE(ack-operation) TO ack-operation
        MOVE FUNCTION UPPER-CASE(ack-result)    TO ack-result

        IF NOT ack-accepted AND NOT ack-rejected THEN
            ADD 1 TO acks-bad
            MOVE "RESULT CODE IS NOT A OR R" TO ack-note
            PERFORM STORE-UNKNOWN-ACK
        ELSE
            IF ack-operation = SPACE THEN
                PERFORM FIND-OPEN-ITEM-FOR-MSG
            ELSE
                PERFORM FIND-ITEM
            END-IF

            IF work-slot = 0 THEN
                ADD 1 TO acks-unknown
                MOVE "MSG-ID AND OPERATION NOT SENT ON RESULTS"
                    TO ack-note
                PERFORM STORE-UNKNOWN-ACK
            ELSE
                IF it-state(work-slot) NOT = "O" THEN
                    ADD 1 TO acks-unknown
                    MOVE SPACES TO ack-note
                    STRING "ALREADY ACKNOWLEDGED ON "
                           it-closed-date(work-slot)
                           INTO ack-note
                    END-STRING
                    PERFORM STORE-UNKNOWN-ACK
                ELSE
                    MOVE ack-result TO it-state(work-slot)
                    MOVE run-date   TO it-closed-date(work-slot)
                    MOVE ack-reason TO it-reason(work-slot)
                    IF ack-accepted THEN
                        ADD 1 TO acks-accepted
                    ELSE
                        ADD 1 TO acks-rejected
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

STORE-UNKNOWN-ACK.
    IF unknown-table-count < unknown-table-max THEN
        ADD 1 TO unknown-table-count
        MOVE ack-note      TO un-note(unknown-table-count)
        MOVE ack-msg-id    TO un-msg-id(unknown-table-count)
        MOVE ack-operation TO un-operation(unknown-table-count)
        MOVE ack-result    TO un-result(unknown-table-count)
    ELSE
        DISPLAY "Unknown acknowledgement table full at "
                unknown-table-max ", " ack-msg-id " not listed"
    END-IF.

REPORT-ACKNOWLEDGED.
    MOVE SPACES TO ack-rpt-record.
    WRITE ack-rpt-record.
    MOVE "ACKNOWLEDGED BY DOWNSTREAM" TO ack-rpt-record.
    WRITE ack-rpt-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count
        IF it-state(tbl-pos) = "A"
                AND it-closed-date(tbl-pos) = run-date THEN
            MOVE SPACES TO ack-rpt-record
            STRING "  MSG-ID: "  it-msg-id(tbl-pos)
                   "  OP: "      it-operation(tbl-pos)
                   "  MODE: "    it-mode(tbl-pos)
                   "  KEY: "     it-key-name(tbl-pos)
                   "  STATUS: "  it-res-status(tbl-pos)
                   "  SENT: "    it-sent-date(tbl-pos)
                   INTO ack-rpt-record
            END-STRING
            WRITE ack-rpt-record
        END-IF
    END-PERFORM.

REPORT-REJECTED.
    MOVE SPACES TO ack-rpt-record.
    WRITE ack-rpt-record.
    MOVE "REJECTED BY DOWNSTREAM" TO ack-rpt-record.
    WRITE ack-rpt-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count
        IF it-state(tbl-pos) = "R"
                AND it-closed-date(tbl-pos) = run-date THEN
            MOVE SPACES TO ack-rpt-record
            STRING "  MSG-ID: "  it-msg-id(tbl-pos)
                   "  OP: "      it-operation(tbl-pos)
                   "  SENT: "    it-sent-date(tbl-pos)
                   "  REASON: "  it-reason(tbl-pos)
                   INTO ack-rpt-record
            END-STRING
            WRITE ack-rpt-record
        END-IF
    END-PERFORM.

REPORT-UNKNOWN.
    MOVE SPACES TO ack-rpt-record.
    WRITE ack-rpt-record.
    MOVE "ACKNOWLEDGEMENTS NOT MATCHED TO RESULTS" TO ack-rpt-record.
    WRITE ack-rpt-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > unknown-table-count
        MOVE SPACES TO ack-rpt-record
        STRING "  MSG-ID: "  un-msg-id(tbl-pos)
               "  OP: "      un-operation(tbl-pos)
               "  RESULT: "  un-result(tbl-pos)
               "  "          un-note(tbl-pos)
               INTO ack-rpt-record
        END-STRING
        WRITE ack-rpt-record
    END-PERFORM.

REPORT-OVERDUE.
    MOVE SPACES TO ack-rpt-record.
    WRITE ack-rpt-record.
    MOVE SPACES TO ack-rpt-record.
    STRING "UNACKNOWLEDGED AFTER " overdue-days " DAYS"
           INTO ack-rpt-record
    END-STRING.
    WRITE ack-rpt-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count
        IF it-state(tbl-pos) = "O" THEN
            PERFORM AGE-ONE-OPEN-ITEM
        END-IF
    END-PERFORM.

    MOVE SPACES TO ack-rpt-record.
    WRITE ack-rpt-record.
    MOVE "OPEN ITEMS BY AGE IN DAYS" TO ack-rpt-record.
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "  0: "      bucket-today
           "  1-3: "    bucket-1-3
           "  4-7: "    bucket-4-7
           "  8-14: "   bucket-8-14
           "  15-30: "  bucket-15-30
           "  OVER 30: " bucket-over-30
           INTO ack-rpt-record
    END-STRING.
    WRITE ack-rpt-record.

AGE-ONE-OPEN-ITEM.
    ADD 1 TO items-open.
    MOVE 0 TO item-age-days.
    IF it-sent-date(tbl-pos) IS NUMERIC
            AND it-sent-date(tbl-pos) NOT > run-date THEN
        COMPUTE item-age-days = today-int
            - FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(it-sent-date(tbl-pos)))
    END-IF.

    EVALUATE TRUE
        WHEN item-age-days = 0
            ADD 1 TO bucket-today
        WHEN item-age-days < 4
            ADD 1 TO bucket-1-3
        WHEN item-age-days < 8
            ADD 1 TO bucket-4-7
        WHEN item-age-days < 15
            ADD 1 TO bucket-8-14
        WHEN item-age-days < 31
            ADD 1 TO bucket-15-30
        WHEN OTHER
            ADD 1 TO bucket-over-30
    END-EVALUATE.

    IF item-age-days > overdue-days THEN
        ADD 1 TO items-overdue
        MOVE SPACES TO ack-rpt-record
        STRING "  MSG-ID: "  it-msg-id(tbl-pos)
               "  OP: "      it-operation(tbl-pos)
               "  KEY: "     it-key-name(tbl-pos)
               "  SENT: "    it-sent-date(tbl-pos)
               "  AGE DAYS: " item-age-days
               INTO ack-rpt-record
        END-STRING
        WRITE ack-rpt-record
    END-IF.

REWRITE-OUTSTANDING-ITEMS.
    OPEN OUTPUT outstand.

    IF outstand-status NOT = "00" THEN
        DISPLAY "FATAL: OUTSTAND rewrite failed, status "
                outstand-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > item-table-count
        PERFORM KEEP-ONE-ITEM
    END-PERFORM.

    CLOSE outstand.

KEEP-ONE-ITEM.
    MOVE 0 TO closed-age-days.
    IF it-state(tbl-pos) NOT = "O"
            AND it-closed-date(tbl-pos) IS NUMERIC
            AND it-closed-date(tbl-pos) NOT > run-date THEN
        COMPUTE closed-age-days = today-int
            - FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(it-closed-date(tbl-pos)))
    END-IF.

    IF it-state(tbl-pos) = "O" OR closed-age-days NOT > closed-keep-days
            THEN
        ADD 1 TO items-carried-out
        MOVE it-msg-id(tbl-pos)      TO os-msg-id
        MOVE it-operation(tbl-pos)   TO os-operation
        MOVE it-request(tbl-pos)     TO os-request
        MOVE it-mode(tbl-pos)        TO os-mode
        MOVE it-key-name(tbl-pos)    TO os-key-name
        MOVE it-res-status(tbl-pos)  TO os-res-status
        MOVE it-sent-date(tbl-pos)   TO os-sent-date
        MOVE it-state(tbl-pos)       TO os-state
        MOVE it-closed-date(tbl-pos) TO os-closed-date
        MOVE it-reason(tbl-pos)      TO os-reason
        WRITE outstand-record
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO ack-rpt-record.
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "ITEMS CARRIED IN:     " carried-in
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "RESULTS DETAILS READ: " results-read
           "  NEW: "              results-added
           "  ALREADY HELD: "     results-already
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "ACKS READ:            " acks-read
           "  ACCEPTED: "         acks-accepted
           "  REJECTED: "         acks-rejected
           "  UNMATCHED: "        acks-unknown
           "  BAD RESULT: "       acks-bad
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "OPEN ITEMS:           " items-open
           "  OVERDUE: "          items-overdue
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

    MOVE SPACES TO ack-rpt-record.
    STRING "ITEMS CARRIED OUT:    " items-carried-out
           INTO ack-rpt-record
    END-STRING
    WRITE ack-rpt-record.

    IF acks-rejected > 0 OR acks-unknown > 0 OR acks-bad > 0
            OR items-overdue > 0 OR item-table-full THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

PROGRAM-DONE.
    STOP RUN.
