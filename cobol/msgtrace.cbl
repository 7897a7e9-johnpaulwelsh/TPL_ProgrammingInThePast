IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-msgtrace.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT tracesel
        ASSIGN TO "TRACESEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS tracesel-status.
    SELECT history-file
        ASSIGN TO "HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        ALTERNATE RECORD KEY IS history-run-date WITH DUPLICATES
        ALTERNATE RECORD KEY IS history-operator WITH DUPLICATES
        FILE STATUS IS history-status.
    SELECT hist-arch
        ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-arch-status.
    SELECT audit-log
        ASSIGN TO "AUDIT-LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT audit-arch
        ASSIGN TO "AUDARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-arch-status.
    SELECT results
        ASSIGN TO "RESULTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS results-status.
    SELECT cipher-out
        ASSIGN TO "CIPHER-OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipher-out-status.
    SELECT solved-out
        ASSIGN TO "SOLVED-OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS solved-out-status.
    SELECT excpt-rpt
        ASSIGN TO "EXCPT-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS excpt-rpt-status.
    SELECT dup-rpt
        ASSIGN TO "DUP-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dup-rpt-status.
    SELECT sec-log
        ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sec-log-status.
    SELECT suspense
        ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS suspense-status.
    SELECT rev-queue
        ASSIGN TO "REVQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rev-queue-status.
    SELECT outstand
        ASSIGN TO "OUTSTAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS outstand-status.
    SELECT trace-rpt
        ASSIGN TO "TRACE-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS trace-rpt-status.

DATA DIVISION.

FILE SECTION.
FD  tracesel.
01  tracesel-record.
    05  tsel-type       PIC X(01).
        88  tsel-msg-id-card      VALUE "I".
        88  tsel-range-card       VALUE "R".
    05  tsel-filler-1   PIC X.
    05  tsel-detail     PIC X(26).
    05  tsel-id-view REDEFINES tsel-detail.
        10  tsel-msg-id     PIC X(08).
        10  tsel-filler-2   PIC X(18).
    05  tsel-range-view REDEFINES tsel-detail.
        10  tsel-from-date  PIC X(08).
        10  tsel-filler-3   PIC X.
        10  tsel-to-date    PIC X(08).
        10  tsel-filler-4   PIC X.
        10  tsel-prefix     PIC X(08).

FD  history-file.
COPY historec.

FD  hist-arch.
01  hist-arch-record    PIC X(904).

FD  audit-log.
01  audit-line          PIC X(560).

FD  audit-arch.
01  audit-arch-record   PIC X(560).

FD  results.
COPY resultrec.

FD  cipher-out.
01  cipher-out-record   PIC X(240).

FD  solved-out.
01  solved-out-record   PIC X(280).

FD  excpt-rpt.
01  excpt-rpt-record    PIC X(100).

FD  dup-rpt.
01  dup-rpt-record      PIC X(100).

FD  sec-log.
01  sec-log-record      PIC X(120).

FD  suspense.
COPY suspenrec.

FD  rev-queue.
01  rev-queue-record.
    05  rq-rec-type     PIC X(01).
        88  rq-control-rec        VALUE "N".
        88  rq-item-rec           VALUE "I".
    05  rq-item-id      PIC 9(06).
    05  rq-hist-key     PIC X(21).
    05  rq-msg-id       PIC X(08).
    05  rq-mode         PIC X(01).
    05  rq-operator     PIC X(08).
    05  rq-queued-date  PIC X(08).
    05  rq-shift        PIC S99.
    05  rq-keyword      PIC X(10).
    05  rq-input        PIC X(200).
    05  rq-candidate    PIC X(200).

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

FD  trace-rpt.
01  trace-rpt-record    PIC X(132).

WORKING-STORAGE SECTION.

01  tracesel-status    PIC X(02).
01  history-status     PIC X(02).
01  hist-arch-status   PIC X(02).
01  audit-log-status   PIC X(02).
01  audit-arch-status  PIC X(02).
01  results-status     PIC X(02).
01  cipher-out-status  PIC X(02).
01  solved-out-status  PIC X(02).
01  excpt-rpt-status   PIC X(02).
01  dup-rpt-status     PIC X(02).
01  sec-log-status     PIC X(02).
01  suspense-status    PIC X(02).
01  rev-queue-status   PIC X(02).
01  outstand-status    PIC X(02).
01  trace-rpt-status   PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  scan-eof           PIC X(01)  VALUE "N".
    88  end-of-scan           VALUE "Y".
01  range-flag         PIC X(01)  VALUE "N".
    88  range-wanted          VALUE "Y".
01  want-from-date     PIC X(08)  VALUE SPACES.
01  want-to-date       PIC X(08)  VALUE SPACES.
01  want-prefix        PIC X(08)  VALUE SPACES.
01  prefix-length      PIC 9(02)  VALUE 0.
01  cards-read         PIC 9(05)  VALUE 0.
01  cards-rejected     PIC 9(05)  VALUE 0.
01  current-run-date   PIC X(08)  VALUE SPACES.
01  look-id            PIC X(08)  VALUE SPACES.
01  look-date          PIC X(08)  VALUE SPACES.
01  trace-slot         PIC 9(03)  VALUE 0.
01  trace-pos          PIC 9(03)  VALUE 0.
01  trace-count        PIC 9(03)  VALUE 0.
01  trace-max          PIC 9(03)  VALUE 50.
01  trace-full-flag    PIC X(01)  VALUE "N".
    88  trace-table-full      VALUE "Y".
01  trace-table.
    05  trace-entry OCCURS 50 TIMES.
        10  tr-msg-id         PIC X(08).
        10  tr-events         PIC 9(04).
        10  tr-hist-count     PIC 9(03).
        10  tr-hist-current   PIC X(01).
        10  tr-results        PIC X(01).
        10  tr-solve-result   PIC X(01).
        10  tr-solved-out     PIC X(01).
        10  tr-exception      PIC X(01).
        10  tr-audit          PIC X(01).
        10  tr-review-wanted  PIC X(01).
        10  tr-queued         PIC X(01).
        10  tr-reviewed       PIC X(01).
        10  tr-sus-open       PIC X(01).
        10  tr-gaps           PIC 9(02).
01  event-count        PIC 9(04)  VALUE 0.
01  event-max          PIC 9(04)  VALUE 2000.
01  event-full-flag    PIC X(01)  VALUE "N".
    88  event-table-full      VALUE "Y".
01  event-table.
    05  event-entry OCCURS 2000 TIMES.
        10  ev-slot           PIC 9(03).
        10  ev-sort-key.
            15  ev-stamp          PIC X(16).
            15  ev-order          PIC 9(02).
        10  ev-source         PIC X(09).
        10  ev-text           PIC X(100).
        10  ev-printed        PIC X(01).
01  event-pos          PIC 9(04)  VALUE 0.
01  best-event         PIC 9(04)  VALUE 0.
01  new-stamp          PIC X(16)  VALUE SPACES.
01  new-order          PIC 9(02)  VALUE 0.
01  new-source         PIC X(09)  VALUE SPACES.
01  new-text           PIC X(100) VALUE SPACES.
01  live-key-count     PIC 9(03)  VALUE 0.
01  live-key-max       PIC 9(03)  VALUE 200.
01  live-key-table.
    05  live-key OCCURS 200 TIMES PIC X(21).
01  live-key-flag      PIC X(01)  VALUE "N".
    88  key-is-live           VALUE "Y".
01  match-count        PIC 9(03)  VALUE 0.
01  match-max          PIC 9(03)  VALUE 200.
01  match-table.
    05  match-entry OCCURS 200 TIMES.
        10  mt-slot           PIC 9(03).
        10  mt-date           PIC X(08).
        10  mt-operator       PIC X(08).
        10  mt-input          PIC X(200).
        10  mt-length         PIC 9(03).
        10  mt-solve-seen     PIC X(01).
01  match-pos          PIC 9(03)  VALUE 0.
01  audit-work         PIC X(560) VALUE SPACES.
01  audit-source       PIC X(09)  VALUE SPACES.
01  scan-line          PIC X(120) VALUE SPACES.
01  scan-source        PIC X(09)  VALUE SPACES.
01  scan-order         PIC 9(02)  VALUE 0.
01  search-text        PIC X(16)  VALUE SPACES.
01  hit-count          PIC 9(03)  VALUE 0.
01  disp-shift         PIC -99.
01  review-text        PIC X(12)  VALUE SPACES.
01  messages-with-gaps PIC 9(03)  VALUE 0.
01  messages-not-found PIC 9(03)  VALUE 0.
01  events-reported    PIC 9(05)  VALUE 0.
01  time-text          PIC X(08)  VALUE SPACES.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.

    OPEN OUTPUT trace-rpt.
    IF trace-rpt-status NOT = "00" THEN
        DISPLAY "FATAL: TRACE-RPT could not be opened, status "
                trace-rpt-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM READ-SELECTION-CARDS.
    PERFORM WRITE-REPORT-HEADING.

    IF range-wanted THEN
        PERFORM SELECT-BY-RANGE
    END-IF.

    IF trace-count = 0 THEN
        MOVE "NO MESSAGES SELECTED, NOTHING TO TRACE"
            TO trace-rpt-record
        WRITE trace-rpt-record
        CLOSE trace-rpt
        MOVE 4 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM TRACE-RESULTS.
    PERFORM TRACE-HISTORY.
    PERFORM TRACE-HISTORY-ARCHIVE.
    PERFORM TRACE-AUDIT-LOGS.
    PERFORM TRACE-CIPHER-OUT.
    PERFORM TRACE-SOLVED-OUT.
    PERFORM TRACE-EXCEPTION-REPORT.
    PERFORM TRACE-DUPLICATE-REPORT.
    PERFORM TRACE-SECURITY-LOG.
    PERFORM TRACE-SUSPENSE.
    PERFORM TRACE-REVIEW-QUEUE.
    PERFORM TRACE-OUTSTANDING.

    PERFORM WRITE-ONE-TIMELINE
        VARYING trace-pos FROM 1 BY 1
        UNTIL trace-pos > trace-count.

    PERFORM WRITE-REPORT-TOTALS.

    CLOSE trace-rpt.

    PERFORM PROGRAM-DONE.

READ-SELECTION-CARDS.
    OPEN INPUT tracesel.

    IF tracesel-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM READ-ONE-SELECTION-CARD UNTIL end-of-scan
        CLOSE tracesel
    ELSE
        DISPLAY "TRACESEL not found, nothing to trace"
    END-IF.

READ-ONE-SELECTION-CARD.
    READ tracesel
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND tracesel-record NOT = SPACES THEN
        ADD 1 TO cards-read
        MOVE FUNCTION UPPER-CASE(tsel-type) TO tsel-type
        EVALUATE TRUE
            WHEN tsel-msg-id-card AND tsel-msg-id NOT = SPACES
                MOVE tsel-msg-id TO look-id
                PERFORM ADD-TRACE-MESSAGE
            WHEN tsel-range-card
                SET range-wanted TO TRUE
                MOVE tsel-from-date TO want-from-date
                MOVE tsel-to-date   TO want-to-date
                MOVE tsel-prefix    TO want-prefix
                MOVE 0 TO prefix-length
                IF want-prefix NOT = SPACES THEN
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(want-prefix))
                        TO prefix-length
                END-IF
            WHEN OTHER
                ADD 1 TO cards-rejected
                DISPLAY "TRACESEL card ignored: " tracesel-record
        END-EVALUATE
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO trace-rpt-record.
    STRING "MESSAGE TRACE  " run-timestamp-raw(1:8)
           INTO trace-rpt-record
    END-STRING
    WRITE trace-rpt-record.

    IF range-wanted THEN
        MOVE SPACES TO trace-rpt-record
        STRING "SELECTION  FROM: " want-from-date
               "  TO: "           want-to-date
               "  MSG-ID PREFIX: " want-prefix
               INTO trace-rpt-record
        END-STRING
        WRITE trace-rpt-record
    END-IF.

ADD-TRACE-MESSAGE.
    PERFORM FIND-TRACE-SLOT.
    IF trace-slot = 0 THEN
        IF trace-count < trace-max THEN
            ADD 1 TO trace-count
            MOVE trace-count TO trace-slot
            MOVE look-id TO tr-msg-id(trace-slot)
            MOVE 0   TO tr-events(trace-slot)
            MOVE 0   TO tr-hist-count(trace-slot)
            MOVE "N" TO tr-hist-current(trace-slot)
            MOVE "N" TO tr-results(trace-slot)
            MOVE "N" TO tr-solve-result(trace-slot)
            MOVE "N" TO tr-solved-out(trace-slot)
            MOVE "N" TO tr-exception(trace-slot)
            MOVE "N" TO tr-audit(trace-slot)
            MOVE "N" TO tr-review-wanted(trace-slot)
            MOVE "N" TO tr-queued(trace-slot)
            MOVE "N" TO tr-reviewed(trace-slot)
            MOVE "N" TO tr-sus-open(trace-slot)
            MOVE 0   TO tr-gaps(trace-slot)
        ELSE
            IF NOT trace-table-full THEN
                DISPLAY "Trace table full at " trace-max
                        " messages, further messages not traced"
            END-IF
            SET trace-table-full TO TRUE
        END-IF
    END-IF.

FIND-TRACE-SLOT.
    MOVE 0 TO trace-slot.
    PERFORM VARYING trace-pos FROM 1 BY 1
            UNTIL trace-pos > trace-count OR trace-slot > 0
        IF tr-msg-id(trace-pos) = look-id THEN
            MOVE trace-pos TO trace-slot
        END-IF
    END-PERFORM.

CHECK-RANGE-SELECTION.
    IF look-id NOT = SPACES
            AND (want-from-date = SPACES OR look-date >= want-from-date)
            AND (want-to-date = SPACES OR look-date <= want-to-date) THEN
        IF prefix-length = 0 THEN
            PERFORM ADD-TRACE-MESSAGE
        ELSE
            IF look-id(1:prefix-length) = want-prefix(1:prefix-length)
                    THEN
                PERFORM ADD-TRACE-MESSAGE
            END-IF
        END-IF
    END-IF.

SELECT-BY-RANGE.
    OPEN INPUT history-file.
    IF history-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM SELECT-ONE-HISTORY UNTIL end-of-scan
        CLOSE history-file
    END-IF.

    OPEN INPUT hist-arch.
    IF hist-arch-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM SELECT-ONE-HIST-ARCH UNTIL end-of-scan
        CLOSE hist-arch
    END-IF.

    OPEN INPUT suspense.
    IF suspense-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM SELECT-ONE-SUSPENSE UNTIL end-of-scan
        CLOSE suspense
    END-IF.

SELECT-ONE-HISTORY.
    READ history-file NEXT RECORD
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        MOVE history-msg-id   TO look-id
        MOVE history-run-date TO look-date
        PERFORM CHECK-RANGE-SELECTION
    END-IF.

SELECT-ONE-HIST-ARCH.
    READ hist-arch
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND hist-arch-record NOT = SPACES THEN
        MOVE hist-arch-record TO history-record
        MOVE history-msg-id   TO look-id
        MOVE history-run-date TO look-date
        PERFORM CHECK-RANGE-SELECTION
    END-IF.

SELECT-ONE-SUSPENSE.
    READ suspense
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND sus-line-num = 1 THEN
        MOVE sus-msg-id TO look-id
        MOVE sus-date   TO look-date
        PERFORM CHECK-RANGE-SELECTION
    END-IF.

ADD-TRACE-EVENT.
    IF event-count < event-max THEN
        ADD 1 TO event-count
        MOVE trace-slot TO ev-slot(event-count)
        MOVE new-stamp  TO ev-stamp(event-count)
        MOVE new-order  TO ev-order(event-count)
        MOVE new-source TO ev-source(event-count)
        MOVE new-text   TO ev-text(event-count)
        MOVE "N"        TO ev-printed(event-count)
        ADD 1 TO tr-events(trace-slot)
    ELSE
        IF NOT event-table-full THEN
            DISPLAY "Event table full at " event-max
                    ", further events not reported"
        END-IF
        SET event-table-full TO TRUE
    END-IF.

TRACE-RESULTS.
    OPEN INPUT results.
    IF results-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-RESULT UNTIL end-of-scan
        CLOSE results
    END-IF.

TRACE-ONE-RESULT.
    READ results
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        IF res-header-rec AND current-run-date = SPACES THEN
            MOVE res-batch-date TO current-run-date
        END-IF
        IF res-detail-rec THEN
            MOVE res-msg-id TO look-id
            PERFORM FIND-TRACE-SLOT
            IF trace-slot > 0 THEN
                MOVE "Y" TO tr-results(trace-slot)
                IF res-operation = "S" THEN
                    MOVE "Y" TO tr-solve-result(trace-slot)
                END-IF
                MOVE SPACES TO new-stamp
                STRING current-run-date "99999999"
                       DELIMITED BY SIZE
                       INTO new-stamp
                END-STRING
                MOVE 40 TO new-order
                MOVE "RESULTS" TO new-source
                MOVE SPACES TO new-text
                STRING "RESULT OP: "  res-operation
                       "  MODE: "     res-mode
                       "  KEY: "      res-key-name
                       "  STATUS: "   res-status
                       "  TEXT: "     res-text(1:40)
                       INTO new-text
                END-STRING
                PERFORM ADD-TRACE-EVENT
            END-IF
        END-IF
    END-IF.

TRACE-HISTORY.
    OPEN INPUT history-file.
    IF history-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-HISTORY UNTIL end-of-scan
        CLOSE history-file
    ELSE
        DISPLAY "HISTORY not available, status " history-status
    END-IF.

TRACE-ONE-HISTORY.
    READ history-file NEXT RECORD
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        MOVE history-msg-id TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            IF live-key-count < live-key-max THEN
                ADD 1 TO live-key-count
                MOVE history-key TO live-key(live-key-count)
            END-IF
            MOVE "HISTORY" TO new-source
            PERFORM ADD-HISTORY-EVENTS
        END-IF
    END-IF.

TRACE-HISTORY-ARCHIVE.
    OPEN INPUT hist-arch.
    IF hist-arch-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-HIST-ARCH UNTIL end-of-scan
        CLOSE hist-arch
    END-IF.

TRACE-ONE-HIST-ARCH.
    READ hist-arch
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND hist-arch-record NOT = SPACES THEN
        MOVE hist-arch-record TO history-record
        MOVE history-msg-id TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            PERFORM CHECK-LIVE-KEY
            MOVE history-timestamp TO new-stamp
            MOVE "HISTARCH" TO new-source
            IF key-is-live THEN
                MOVE 95 TO new-order
                MOVE SPACES TO new-text
                STRING "RESTORED FROM HISTARCH TO HISTORY, MESSAGE "
                       history-msg-num
                       INTO new-text
                END-STRING
                PERFORM ADD-TRACE-EVENT
            ELSE
                PERFORM ADD-HISTORY-EVENTS
                MOVE 90 TO new-order
                MOVE "HISTARCH" TO new-source
                MOVE SPACES TO new-text
                STRING "ARCHIVED TO HISTARCH BY HOUSEKEEPING, MESSAGE "
                       history-msg-num
                       INTO new-text
                END-STRING
                PERFORM ADD-TRACE-EVENT
            END-IF
        END-IF
    END-IF.

CHECK-LIVE-KEY.
    MOVE "N" TO live-key-flag.
    PERFORM VARYING match-pos FROM 1 BY 1
            UNTIL match-pos > live-key-count OR key-is-live
        IF live-key(match-pos) = history-key THEN
            SET key-is-live TO TRUE
        END-IF
    END-PERFORM.

ADD-HISTORY-EVENTS.
    ADD 1 TO tr-hist-count(trace-slot).
    IF current-run-date NOT = SPACES
            AND history-run-date = current-run-date THEN
        MOVE "Y" TO tr-hist-current(trace-slot)
    END-IF.

    MOVE history-timestamp TO new-stamp.
    MOVE 10 TO new-order.
    MOVE history-chr-shift TO disp-shift.
    MOVE SPACES TO new-text.
    STRING "RECEIVED AS MESSAGE " history-msg-num
           "  OPERATOR: "  history-operator
           "  MODE: "      history-mode
           "  KEY: "       history-key-name
           "  SHIFT: "     disp-shift
           INTO new-text
    END-STRING.
    PERFORM ADD-TRACE-EVENT.

    IF history-solve-status NOT = SPACE THEN
        MOVE 55 TO new-order
        MOVE history-solve-shift TO disp-shift
        MOVE SPACES TO new-text
        STRING "SOLVE STATUS: " history-solve-status
               "  SHIFT: "      disp-shift
               "  KEYWORD: "    history-solve-keyword
               "  TEXT: "       history-solved(1:40)
               INTO new-text
        END-STRING
        PERFORM ADD-TRACE-EVENT
        IF history-solve-review THEN
            MOVE "Y" TO tr-review-wanted(trace-slot)
        END-IF
    END-IF.

    IF history-review-by NOT = SPACES THEN
        MOVE "Y" TO tr-reviewed(trace-slot)
        MOVE SPACES TO new-stamp
        STRING history-review-date "99999999"
               DELIMITED BY SIZE
               INTO new-stamp
        END-STRING
        MOVE 85 TO new-order
        EVALUATE TRUE
            WHEN history-solve-confirmed
                MOVE "CONFIRMED" TO review-text
            WHEN history-solve-unsolvable
                MOVE "UNSOLVABLE" TO review-text
            WHEN OTHER
                MOVE history-solve-status TO review-text
        END-EVALUATE
        MOVE SPACES TO new-text
        STRING "REVIEWED BY " history-review-by
               ": "           review-text
               INTO new-text
        END-STRING
        PERFORM ADD-TRACE-EVENT
    END-IF.

    IF match-count < match-max THEN
        ADD 1 TO match-count
        MOVE trace-slot        TO mt-slot(match-count)
        MOVE history-run-date  TO mt-date(match-count)
        MOVE history-operator  TO mt-operator(match-count)
        MOVE history-input     TO mt-input(match-count)
        MOVE FUNCTION LENGTH(FUNCTION TRIM(history-input))
            TO mt-length(match-count)
        MOVE "N"               TO mt-solve-seen(match-count)
    END-IF.

TRACE-AUDIT-LOGS.
    OPEN INPUT audit-arch.
    IF audit-arch-status = "00" THEN
        MOVE "AUDARCH" TO audit-source
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-AUDIT-ARCH UNTIL end-of-scan
        CLOSE audit-arch
    END-IF.

    OPEN INPUT audit-log.
    IF audit-log-status = "00" THEN
        MOVE "AUDIT-LOG" TO audit-source
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-AUDIT-LINE UNTIL end-of-scan
        CLOSE audit-log
    END-IF.

TRACE-ONE-AUDIT-ARCH.
    READ audit-arch
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        MOVE audit-arch-record TO audit-work
        PERFORM MATCH-AUDIT-LINE
    END-IF.

TRACE-ONE-AUDIT-LINE.
    READ audit-log
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        MOVE audit-line TO audit-work
        PERFORM MATCH-AUDIT-LINE
    END-IF.

MATCH-AUDIT-LINE.
    IF audit-work(24:10) = "OPERATOR: " THEN
        PERFORM VARYING match-pos FROM 1 BY 1
                UNTIL match-pos > match-count
            IF mt-date(match-pos) = audit-work(1:8)
                    AND mt-operator(match-pos) = audit-work(34:8)
                    AND mt-length(match-pos) > 0 THEN
                IF audit-work(86:mt-length(match-pos))
                        = mt-input(match-pos)(1:mt-length(match-pos))
                        AND audit-work(86 + mt-length(match-pos):10)
                            = "  OUTPUT: " THEN
                    PERFORM ADD-AUDIT-EVENT
                END-IF
            END-IF
        END-PERFORM
    END-IF.

ADD-AUDIT-EVENT.
    MOVE mt-slot(match-pos) TO trace-slot.
    MOVE "Y" TO tr-audit(trace-slot).

    IF audit-work(50:1) NOT = "S" OR mt-solve-seen(match-pos) = "N"
            THEN
        IF audit-work(50:1) = "S" THEN
            MOVE "Y" TO mt-solve-seen(match-pos)
        END-IF
        MOVE audit-work(1:16) TO new-stamp
        MOVE 30 TO new-order
        MOVE audit-source TO new-source
        MOVE SPACES TO new-text
        STRING "OPERATION " audit-work(50:1)
               " AUDITED  KEY: " audit-work(58:8)
               "  SHIFT: "       audit-work(75:2)
               "  OPERATOR: "    audit-work(34:8)
               INTO new-text
        END-STRING
        PERFORM ADD-TRACE-EVENT
    END-IF.

TRACE-CIPHER-OUT.
    OPEN INPUT cipher-out.
    IF cipher-out-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-CIPHER-OUT UNTIL end-of-scan
        CLOSE cipher-out
    END-IF.

TRACE-ONE-CIPHER-OUT.
    READ cipher-out
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND cipher-out-record(1:5) = "MSG: " THEN
        MOVE cipher-out-record(6:8) TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            MOVE SPACES TO new-stamp
            STRING current-run-date "99999999"
                   DELIMITED BY SIZE
                   INTO new-stamp
            END-STRING
            MOVE 45 TO new-order
            MOVE "CIPHER-OUT" TO new-source
            MOVE SPACES TO new-text
            STRING "OUTPUT OP: " cipher-out-record(20:1)
                   "  TEXT: "    cipher-out-record(31:60)
                   INTO new-text
            END-STRING
            PERFORM ADD-TRACE-EVENT
        END-IF
    END-IF.

TRACE-SOLVED-OUT.
    OPEN INPUT solved-out.
    IF solved-out-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-SOLVED-OUT UNTIL end-of-scan
        CLOSE solved-out
    END-IF.

TRACE-ONE-SOLVED-OUT.
    READ solved-out
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND solved-out-record(1:5) = "MSG: " THEN
        MOVE solved-out-record(6:8) TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            MOVE "Y" TO tr-solved-out(trace-slot)
            MOVE SPACES TO new-stamp
            STRING current-run-date "99999999"
                   DELIMITED BY SIZE
                   INTO new-stamp
            END-STRING
            MOVE 50 TO new-order
            MOVE "SOLVED" TO new-source
            MOVE SPACES TO new-text
            STRING "SOLVE" solved-out-record(14:87)
                   DELIMITED BY SIZE
                   INTO new-text
            END-STRING
            PERFORM ADD-TRACE-EVENT
        END-IF
    END-IF.

TRACE-EXCEPTION-REPORT.
    OPEN INPUT excpt-rpt.
    IF excpt-rpt-status = "00" THEN
        MOVE "EXCPT-RPT" TO scan-source
        MOVE 60 TO scan-order
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-EXCEPTION UNTIL end-of-scan
        CLOSE excpt-rpt
    END-IF.

TRACE-ONE-EXCEPTION.
    READ excpt-rpt
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        MOVE excpt-rpt-record TO scan-line
        PERFORM MATCH-REPORT-LINE
    END-IF.

TRACE-DUPLICATE-REPORT.
    OPEN INPUT dup-rpt.
    IF dup-rpt-status = "00" THEN
        MOVE "DUP-RPT" TO scan-source
        MOVE 20 TO scan-order
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-DUPLICATE UNTIL end-of-scan
        CLOSE dup-rpt
    END-IF.

TRACE-ONE-DUPLICATE.
    READ dup-rpt
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        MOVE dup-rpt-record TO scan-line
        PERFORM MATCH-REPORT-LINE
    END-IF.

MATCH-REPORT-LINE.
    PERFORM VARYING trace-slot FROM 1 BY 1
            UNTIL trace-slot > trace-count
        MOVE SPACES TO search-text
        STRING "MSG-ID: " tr-msg-id(trace-slot)
               DELIMITED BY SIZE
               INTO search-text
        END-STRING
        MOVE 0 TO hit-count
        INSPECT scan-line TALLYING hit-count FOR ALL search-text
        IF hit-count > 0 THEN
            IF scan-order = 60 THEN
                MOVE "Y" TO tr-exception(trace-slot)
            END-IF
            MOVE SPACES TO new-stamp
            STRING current-run-date "99999999"
                   DELIMITED BY SIZE
                   INTO new-stamp
            END-STRING
            MOVE scan-order  TO new-order
            MOVE scan-source TO new-source
            MOVE scan-line(1:100) TO new-text
            PERFORM ADD-TRACE-EVENT
        END-IF
    END-PERFORM.

TRACE-SECURITY-LOG.
    OPEN INPUT sec-log.
    IF sec-log-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-SECURITY-EVENT UNTIL end-of-scan
        CLOSE sec-log
    END-IF.

TRACE-ONE-SECURITY-EVENT.
    READ sec-log
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND sec-log-record(24:10) = "OPERATOR: " THEN
        MOVE sec-log-record TO scan-line
        PERFORM VARYING trace-slot FROM 1 BY 1
                UNTIL trace-slot > trace-count
            MOVE SPACES TO search-text
            STRING "MSG-ID: " tr-msg-id(trace-slot)
                   DELIMITED BY SIZE
                   INTO search-text
            END-STRING
            MOVE 0 TO hit-count
            INSPECT scan-line TALLYING hit-count FOR ALL search-text
            IF hit-count > 0 THEN
                MOVE sec-log-record(1:16) TO new-stamp
                MOVE 65 TO new-order
                MOVE "SECLOG" TO new-source
                MOVE SPACES TO new-text
                STRING "SECURITY EVENT " sec-log-record(51:16)
                       " BY "            sec-log-record(34:8)
                       "  "              sec-log-record(77:40)
                       INTO new-text
                END-STRING
                PERFORM ADD-TRACE-EVENT
            END-IF
        END-PERFORM
    END-IF.

TRACE-SUSPENSE.
    OPEN INPUT suspense.
    IF suspense-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-SUSPENSE UNTIL end-of-scan
        CLOSE suspense
    END-IF.

TRACE-ONE-SUSPENSE.
    READ suspense
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND sus-line-num = 1 THEN
        MOVE sus-msg-id TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            MOVE SPACES TO new-stamp
            STRING sus-date "99999999"
                   DELIMITED BY SIZE
                   INTO new-stamp
            END-STRING
            MOVE 70 TO new-order
            MOVE "SUSPENSE" TO new-source
            MOVE SPACES TO new-text
            STRING "SUSPENDED AS ITEM " sus-item-id
                   "  REASON: "         sus-reason
                   "  OPERATOR: "       sus-operator
                   INTO new-text
            END-STRING
            PERFORM ADD-TRACE-EVENT

            IF sus-open THEN
                MOVE "Y" TO tr-sus-open(trace-slot)
            ELSE
                MOVE SPACES TO new-stamp
                STRING sus-action-date "99999999"
                       DELIMITED BY SIZE
                       INTO new-stamp
                END-STRING
                MOVE 96 TO new-order
                MOVE SPACES TO new-text
                IF sus-released THEN
                    STRING "ITEM " sus-item-id
                           " RELEASED FOR RESUBMISSION BY "
                           sus-action-by
                           INTO new-text
                    END-STRING
                ELSE
                    STRING "ITEM " sus-item-id
                           " WRITTEN OFF BY " sus-action-by
                           INTO new-text
                    END-STRING
                END-IF
                PERFORM ADD-TRACE-EVENT
            END-IF
        END-IF
    END-IF.

TRACE-REVIEW-QUEUE.
    OPEN INPUT rev-queue.
    IF rev-queue-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-QUEUE-ITEM UNTIL end-of-scan
        CLOSE rev-queue
    END-IF.

TRACE-ONE-QUEUE-ITEM.
    READ rev-queue
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND rq-item-rec THEN
        MOVE rq-msg-id TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            MOVE "Y" TO tr-queued(trace-slot)
            MOVE SPACES TO new-stamp
            STRING rq-queued-date "99999999"
                   DELIMITED BY SIZE
                   INTO new-stamp
            END-STRING
            MOVE 80 TO new-order
            MOVE "REVQUEUE" TO new-source
            MOVE SPACES TO new-text
            STRING "WAITING FOR ANALYST REVIEW AS ITEM " rq-item-id
                   INTO new-text
            END-STRING
            PERFORM ADD-TRACE-EVENT
        END-IF
    END-IF.

TRACE-OUTSTANDING.
    OPEN INPUT outstand.
    IF outstand-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM TRACE-ONE-OUTSTANDING UNTIL end-of-scan
        CLOSE outstand
    END-IF.

TRACE-ONE-OUTSTANDING.
    READ outstand
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND outstand-record NOT = SPACES THEN
        MOVE os-msg-id TO look-id
        PERFORM FIND-TRACE-SLOT
        IF trace-slot > 0 THEN
            MOVE 97 TO new-order
            MOVE "OUTSTAND" TO new-source
            MOVE SPACES TO new-stamp
            MOVE SPACES TO new-text
            EVALUATE TRUE
                WHEN os-acknowledged
                    STRING os-closed-date "99999999"
                           DELIMITED BY SIZE
                           INTO new-stamp
                    END-STRING
                    STRING "DELIVERY OF OP " os-operation
                           " ACKNOWLEDGED"
                           INTO new-text
                    END-STRING
                WHEN os-rejected
                    STRING os-closed-date "99999999"
                           DELIMITED BY SIZE
                           INTO new-stamp
                    END-STRING
                    STRING "DELIVERY OF OP " os-operation
                           " REJECTED: "     os-reason
                           INTO new-text
                    END-STRING
                WHEN OTHER
                    STRING os-sent-date "99999999"
                           DELIMITED BY SIZE
                           INTO new-stamp
                    END-STRING
                    STRING "DELIVERY OF OP " os-operation
                           " NOT YET ACKNOWLEDGED"
                           INTO new-text
                    END-STRING
            END-EVALUATE
            PERFORM ADD-TRACE-EVENT
        END-IF
    END-IF.

WRITE-ONE-TIMELINE.
    MOVE trace-pos TO trace-slot.

    MOVE SPACES TO trace-rpt-record.
    WRITE trace-rpt-record.
    MOVE SPACES TO trace-rpt-record.
    STRING "MSG-ID: " tr-msg-id(trace-slot)
           "  EVENTS: " tr-events(trace-slot)
           INTO trace-rpt-record
    END-STRING
    WRITE trace-rpt-record.

    IF tr-events(trace-slot) = 0 THEN
        ADD 1 TO messages-not-found
        MOVE "  NOT FOUND IN ANY FILE" TO trace-rpt-record
        WRITE trace-rpt-record
    ELSE
        MOVE 1 TO best-event
        PERFORM WRITE-NEXT-EVENT UNTIL best-event = 0
        PERFORM CHECK-TRACE-GAPS
    END-IF.

WRITE-NEXT-EVENT.
    MOVE 0 TO best-event.
    PERFORM VARYING event-pos FROM 1 BY 1
            UNTIL event-pos > event-count
        IF ev-slot(event-pos) = trace-slot
                AND ev-printed(event-pos) = "N" THEN
            IF best-event = 0 THEN
                MOVE event-pos TO best-event
            ELSE
                IF ev-sort-key(event-pos) < ev-sort-key(best-event)
                        THEN
                    MOVE event-pos TO best-event
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    IF best-event > 0 THEN
        MOVE "Y" TO ev-printed(best-event)
        ADD 1 TO events-reported
        IF ev-stamp(best-event)(9:8) = "99999999" THEN
            MOVE "RUN" TO time-text
        ELSE
            MOVE ev-stamp(best-event)(9:6) TO time-text
        END-IF
        MOVE SPACES TO trace-rpt-record
        STRING "  "  ev-stamp(best-event)(1:8)
               " "   time-text(1:6)
               "  "  ev-source(best-event)
               "  "  ev-text(best-event)
               DELIMITED BY SIZE
               INTO trace-rpt-record
        END-STRING
        WRITE trace-rpt-record
    END-IF.

CHECK-TRACE-GAPS.
    IF tr-hist-current(trace-slot) = "Y"
            AND tr-results(trace-slot) = "N"
            AND tr-exception(trace-slot) = "N" THEN
        MOVE "  GAP: HISTORY RECORD WITH NO RESULTS DETAIL"
            TO trace-rpt-record
        PERFORM WRITE-GAP-LINE
    END-IF.

    IF tr-results(trace-slot) = "Y"
            AND tr-hist-current(trace-slot) = "N" THEN
        MOVE "  GAP: RESULTS DETAIL WITH NO HISTORY RECORD"
            TO trace-rpt-record
        PERFORM WRITE-GAP-LINE
    END-IF.

    IF tr-solve-result(trace-slot) = "Y"
            AND tr-solved-out(trace-slot) = "N" THEN
        MOVE "  GAP: SOLVE RESULT WITH NO SOLVED-OUT LINE"
            TO trace-rpt-record
        PERFORM WRITE-GAP-LINE
    END-IF.

    IF tr-hist-count(trace-slot) > 0
            AND tr-audit(trace-slot) = "N"
            AND tr-exception(trace-slot) = "N" THEN
        MOVE "  GAP: HISTORY RECORD WITH NO AUDIT LINE"
            TO trace-rpt-record
        PERFORM WRITE-GAP-LINE
    END-IF.

    IF tr-review-wanted(trace-slot) = "Y"
            AND tr-queued(trace-slot) = "N"
            AND tr-reviewed(trace-slot) = "N" THEN
        MOVE "  GAP: SOLVE NEEDS REVIEW BUT IS NOT ON REVQUEUE"
            TO trace-rpt-record
        PERFORM WRITE-GAP-LINE
    END-IF.

    IF tr-sus-open(trace-slot) = "Y" THEN
        MOVE "  NOTE: STILL OPEN IN SUSPENSE" TO trace-rpt-record
        WRITE trace-rpt-record
    END-IF.

    IF tr-gaps(trace-slot) > 0 THEN
        ADD 1 TO messages-with-gaps
    END-IF.

WRITE-GAP-LINE.
    ADD 1 TO tr-gaps(trace-slot).
    WRITE trace-rpt-record.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO trace-rpt-record.
    WRITE trace-rpt-record.

    MOVE SPACES TO trace-rpt-record.
    STRING "MESSAGES TRACED:      " trace-count
           "  NOT FOUND: "        messages-not-found
           "  WITH GAPS: "        messages-with-gaps
           INTO trace-rpt-record
    END-STRING
    WRITE trace-rpt-record.

    MOVE SPACES TO trace-rpt-record.
    STRING "EVENTS REPORTED:      " events-reported
           INTO trace-rpt-record
    END-STRING
    WRITE trace-rpt-record.

    IF trace-table-full THEN
        MOVE "TRACE TABLE LIMIT REACHED, FURTHER MESSAGES NOT TRACED"
            TO trace-rpt-record
        WRITE trace-rpt-record
    END-IF.
    IF event-table-full THEN
        MOVE "EVENT TABLE LIMIT REACHED, FURTHER EVENTS NOT REPORTED"
            TO trace-rpt-record
        WRITE trace-rpt-record
    END-IF.

    IF messages-not-found > 0 OR messages-with-gaps > 0
            OR trace-table-full OR event-table-full
            OR cards-rejected > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

PROGRAM-DONE.
    STOP RUN.
