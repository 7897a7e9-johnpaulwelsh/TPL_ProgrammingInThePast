IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-chainver.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT audit-arch
        ASSIGN TO "AUDARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-arch-status.
    SELECT audit-log
        ASSIGN TO "AUDIT-LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT hist-arch
        ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-arch-status.
    SELECT history-file
        ASSIGN TO "HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        ALTERNATE RECORD KEY IS history-run-date WITH DUPLICATES
        ALTERNATE RECORD KEY IS history-operator WITH DUPLICATES
        FILE STATUS IS history-status.
    SELECT sec-log
        ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sec-log-status.
    SELECT chain-rpt
        ASSIGN TO "CHAIN-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chain-rpt-status.

DATA DIVISION.

FILE SECTION.
FD  audit-arch.
01  audit-arch-record   PIC X(560).

FD  audit-log.
01  audit-line          PIC X(560).

FD  hist-arch.
01  hist-arch-record    PIC X(904).

FD  history-file.
COPY historec.

FD  sec-log.
01  sec-log-record      PIC X(120).

FD  chain-rpt.
01  chain-rpt-record    PIC X(132).

WORKING-STORAGE SECTION.

01  audit-arch-status  PIC X(02).
01  audit-log-status   PIC X(02).
01  hist-arch-status   PIC X(02).
01  history-status     PIC X(02).
01  sec-log-status     PIC X(02).
01  chain-rpt-status   PIC X(02).
01  chain-scan-eof     PIC X(01)  VALUE "N".
    88  end-of-chain-scan     VALUE "Y".
01  chain-name         PIC X(07)  VALUE SPACES.
01  chain-source       PIC X(09)  VALUE SPACES.
01  rec-seq            PIC 9(09)  VALUE 0.
01  rec-prev           PIC 9(09)  VALUE 0.
01  rec-value          PIC 9(09)  VALUE 0.
01  last-seq           PIC 9(09)  VALUE 0.
01  last-value         PIC 9(09)  VALUE 0.
01  missing-from       PIC 9(09)  VALUE 0.
01  missing-thru       PIC 9(09)  VALUE 0.
01  chain-prev         PIC 9(09)  VALUE 0.
01  chain-seq          PIC 9(09)  VALUE 0.
01  chain-value        PIC 9(09)  VALUE 0.
01  chain-text         PIC X(657) VALUE SPACES.
01  chain-length       PIC 9(03)  VALUE 0.
01  chain-pos          PIC 9(03)  VALUE 0.
01  chain-work         PIC 9(12)  VALUE 0.
01  chain-modulus      PIC 9(09)  VALUE 999999937.
01  solve-check        PIC 9(09)  VALUE 0.
01  review-count       PIC 9(05)  VALUE 0.
01  review-max         PIC 9(05)  VALUE 20000.
01  review-table.
    05  review-entry OCCURS 20000 TIMES.
        10  rv-hist-key     PIC X(21).
        10  rv-was-check    PIC 9(09).
        10  rv-now-check    PIC 9(09).
01  review-pos         PIC 9(05)  VALUE 0.
01  review-slot        PIC 9(05)  VALUE 0.
01  review-key         PIC X(21)  VALUE SPACES.
01  review-was         PIC X(09)  VALUE SPACES.
01  review-now         PIC X(09)  VALUE SPACES.
01  break-reason       PIC X(22)  VALUE SPACES.
01  first-break-flag   PIC X(01)  VALUE "N".
    88  break-already-found   VALUE "Y".
01  first-break-source PIC X(09)  VALUE SPACES.
01  first-break-seq    PIC 9(09)  VALUE 0.
01  first-break-reason PIC X(22)  VALUE SPACES.
01  chain-checked      PIC 9(07)  VALUE 0.
01  chain-unchained    PIC 9(07)  VALUE 0.
01  chain-restored     PIC 9(07)  VALUE 0.
01  chain-breaks       PIC 9(05)  VALUE 0.
01  total-breaks       PIC 9(05)  VALUE 0.
01  event-operator     PIC X(08)  VALUE "CHAINVER".
01  sec-event-code     PIC X(16)  VALUE SPACES.
01  sec-event-detail   PIC X(40)  VALUE SPACES.
01  sec-event-stamp    PIC X(21).
01  run-timestamp-raw  PIC X(21).
01  disp-count         PIC Z(06)9.
01  disp-breaks        PIC Z(04)9.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.

    OPEN OUTPUT chain-rpt.
    IF chain-rpt-status NOT = "00" THEN
        DISPLAY "FATAL: CHAIN-RPT could not be opened, status "
                chain-rpt-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM WRITE-REPORT-HEADING.

    MOVE "AUDIT" TO chain-name.
    PERFORM START-CHAIN.
    PERFORM VERIFY-AUDIT-ARCHIVE.
    PERFORM VERIFY-AUDIT-LOG.
    PERFORM WRITE-CHAIN-SUMMARY.

    MOVE "HISTORY" TO chain-name.
    PERFORM START-CHAIN.
    PERFORM VERIFY-HISTORY-ARCHIVE.
    PERFORM VERIFY-HISTORY-FILE.
    PERFORM WRITE-CHAIN-SUMMARY.

    MOVE SPACES TO chain-rpt-record.
    WRITE chain-rpt-record.
    MOVE total-breaks TO disp-breaks.
    MOVE SPACES TO chain-rpt-record.
    IF total-breaks = 0 THEN
        MOVE "VERIFICATION RESULT: BOTH CHAINS INTACT"
            TO chain-rpt-record
    ELSE
        STRING "VERIFICATION RESULT: " disp-breaks
               " BREAK(S) FOUND"
               INTO chain-rpt-record
        END-STRING
        MOVE 8 TO RETURN-CODE
    END-IF.
    WRITE chain-rpt-record.

    CLOSE chain-rpt.

    PERFORM PROGRAM-DONE.

WRITE-REPORT-HEADING.
    MOVE "AUDIT-LOG AND HISTORY CHAIN VERIFICATION" TO chain-rpt-record.
    WRITE chain-rpt-record.

    MOVE SPACES TO chain-rpt-record.
    STRING "RUN: " run-timestamp-raw(1:8) " " run-timestamp-raw(9:6)
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

START-CHAIN.
    MOVE 0      TO last-seq.
    MOVE 0      TO last-value.
    MOVE 0      TO chain-checked.
    MOVE 0      TO chain-unchained.
    MOVE 0      TO chain-restored.
    MOVE 0      TO chain-breaks.
    MOVE "N"    TO first-break-flag.
    MOVE SPACES TO first-break-source.
    MOVE 0      TO first-break-seq.
    MOVE SPACES TO first-break-reason.

    MOVE SPACES TO chain-rpt-record.
    WRITE chain-rpt-record.
    MOVE SPACES TO chain-rpt-record.
    STRING "CHAIN: " chain-name
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

VERIFY-AUDIT-ARCHIVE.
    MOVE "AUDARCH" TO chain-source.
    OPEN INPUT audit-arch.

    IF audit-arch-status NOT = "00" THEN
        PERFORM WRITE-SOURCE-NOT-FOUND
    ELSE
        MOVE "N" TO chain-scan-eof
        PERFORM CHECK-ONE-AUDIT-ARCH-LINE UNTIL end-of-chain-scan
        CLOSE audit-arch
    END-IF.

CHECK-ONE-AUDIT-ARCH-LINE.
    READ audit-arch
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan AND audit-arch-record NOT = SPACES THEN
        IF audit-arch-record(513:7) = "  SEQ: "
                AND audit-arch-record(520:9) IS NUMERIC
                AND audit-arch-record(536:9) IS NUMERIC
                AND audit-arch-record(552:9) IS NUMERIC
                AND audit-arch-record(520:9) NOT = ZERO THEN
            MOVE audit-arch-record(520:9) TO rec-seq
            MOVE audit-arch-record(536:9) TO rec-prev
            MOVE audit-arch-record(552:9) TO rec-value
            MOVE audit-arch-record(1:512) TO chain-text
            MOVE 512                      TO chain-length
            PERFORM CHECK-CHAIN-RECORD
            IF audit-arch-record(24:10) = "REVIEWER: " THEN
                MOVE audit-arch-record(50:21)  TO review-key
                MOVE audit-arch-record(107:9)  TO review-was
                MOVE audit-arch-record(123:9)  TO review-now
                PERFORM REMEMBER-REVIEW-CHECK
            END-IF
        ELSE
            ADD 1 TO chain-unchained
        END-IF
    END-IF.

VERIFY-AUDIT-LOG.
    MOVE "AUDIT-LOG" TO chain-source.
    OPEN INPUT audit-log.

    IF audit-log-status NOT = "00" THEN
        PERFORM WRITE-SOURCE-NOT-FOUND
    ELSE
        MOVE "N" TO chain-scan-eof
        PERFORM CHECK-ONE-AUDIT-LINE UNTIL end-of-chain-scan
        CLOSE audit-log
    END-IF.

CHECK-ONE-AUDIT-LINE.
    READ audit-log
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan AND audit-line NOT = SPACES THEN
        IF audit-line(513:7) = "  SEQ: "
                AND audit-line(520:9) IS NUMERIC
                AND audit-line(536:9) IS NUMERIC
                AND audit-line(552:9) IS NUMERIC
                AND audit-line(520:9) NOT = ZERO THEN
            MOVE audit-line(520:9) TO rec-seq
            MOVE audit-line(536:9) TO rec-prev
            MOVE audit-line(552:9) TO rec-value
            MOVE audit-line(1:512) TO chain-text
            MOVE 512               TO chain-length
            PERFORM CHECK-CHAIN-RECORD
            IF audit-line(24:10) = "REVIEWER: " THEN
                MOVE audit-line(50:21)  TO review-key
                MOVE audit-line(107:9)  TO review-was
                MOVE audit-line(123:9)  TO review-now
                PERFORM REMEMBER-REVIEW-CHECK
            END-IF
        ELSE
            ADD 1 TO chain-unchained
        END-IF
    END-IF.

VERIFY-HISTORY-ARCHIVE.
    MOVE "HISTARCH" TO chain-source.
    OPEN INPUT hist-arch.

    IF hist-arch-status NOT = "00" THEN
        PERFORM WRITE-SOURCE-NOT-FOUND
    ELSE
        MOVE "N" TO chain-scan-eof
        PERFORM CHECK-ONE-HIST-ARCH-RECORD UNTIL end-of-chain-scan
        CLOSE hist-arch
    END-IF.

CHECK-ONE-HIST-ARCH-RECORD.
    READ hist-arch
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan AND hist-arch-record NOT = SPACES THEN
        IF hist-arch-record(878:9) IS NUMERIC
                AND hist-arch-record(887:9) IS NUMERIC
                AND hist-arch-record(896:9) IS NUMERIC
                AND hist-arch-record(878:9) NOT = ZERO THEN
            MOVE hist-arch-record TO history-record
            PERFORM CHECK-HISTORY-CHAIN-RECORD
        ELSE
            ADD 1 TO chain-unchained
        END-IF
    END-IF.

VERIFY-HISTORY-FILE.
    MOVE "HISTORY" TO chain-source.
    OPEN INPUT history-file.

    IF history-status NOT = "00" THEN
        PERFORM WRITE-SOURCE-NOT-FOUND
    ELSE
        MOVE "N" TO chain-scan-eof
        PERFORM CHECK-ONE-HISTORY-RECORD UNTIL end-of-chain-scan
        CLOSE history-file
    END-IF.

CHECK-ONE-HISTORY-RECORD.
    READ history-file NEXT RECORD
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan THEN
        IF history-chain-seq IS NUMERIC
                AND history-chain-prev IS NUMERIC
                AND history-chain-value IS NUMERIC
                AND history-chain-seq NOT = ZERO THEN
            PERFORM CHECK-HISTORY-CHAIN-RECORD
        ELSE
            ADD 1 TO chain-unchained
        END-IF
    END-IF.

REMEMBER-REVIEW-CHECK.
    IF review-was IS NUMERIC AND review-now IS NUMERIC THEN
        PERFORM FIND-REVIEW-CHECK
        IF review-pos = 0 THEN
            IF review-count < review-max THEN
                ADD 1 TO review-count
                MOVE review-count TO review-slot
                MOVE review-key TO rv-hist-key(review-slot)
                MOVE review-was TO rv-was-check(review-slot)
            ELSE
                DISPLAY "FATAL: more than " review-max
                        " review decisions on the audit chain,"
                        " verification not completed"
                MOVE 12 TO RETURN-CODE
                PERFORM PROGRAM-DONE
            END-IF
        ELSE
            MOVE review-pos TO review-slot
        END-IF
        MOVE review-now TO rv-now-check(review-slot)
    END-IF.

FIND-REVIEW-CHECK.
    MOVE 0 TO review-pos.
    PERFORM VARYING review-slot FROM 1 BY 1
            UNTIL review-slot > review-count OR review-pos > 0
        IF rv-hist-key(review-slot) = review-key THEN
            MOVE review-slot TO review-pos
        END-IF
    END-PERFORM.

CHECK-HISTORY-CHAIN-RECORD.
    MOVE history-chain-seq   TO rec-seq.
    MOVE history-chain-prev  TO rec-prev.
    MOVE history-chain-value TO rec-value.

    MOVE 0                       TO chain-prev.
    MOVE 0                       TO chain-seq.
    MOVE history-record(649:229) TO chain-text.
    MOVE 229                     TO chain-length.
    PERFORM COMPUTE-CHAIN-VALUE.
    MOVE chain-value TO solve-check.

    IF history-review-by NOT = SPACES THEN
        MOVE history-key TO review-key
        PERFORM FIND-REVIEW-CHECK
        IF review-pos = 0 THEN
            MOVE "REVIEW NOT AUDITED" TO break-reason
            PERFORM REPORT-CHAIN-BREAK
        ELSE
            IF solve-check NOT = rv-now-check(review-pos) THEN
                MOVE "RECORD CHANGED" TO break-reason
                PERFORM REPORT-CHAIN-BREAK
            END-IF
            MOVE rv-was-check(review-pos) TO solve-check
        END-IF
    END-IF.

    MOVE history-record(1:648) TO chain-text.
    MOVE solve-check           TO chain-text(649:9).
    MOVE 657                   TO chain-length.
    PERFORM CHECK-CHAIN-RECORD.

WRITE-SOURCE-NOT-FOUND.
    MOVE SPACES TO chain-rpt-record.
    STRING "  " chain-source " NOT AVAILABLE, NOTHING CHECKED"
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

CHECK-CHAIN-RECORD.
    ADD 1 TO chain-checked.
    MOVE rec-seq  TO chain-seq.
    MOVE rec-prev TO chain-prev.
    PERFORM COMPUTE-CHAIN-VALUE.

    EVALUATE TRUE
        WHEN rec-seq NOT > last-seq
            ADD 1 TO chain-restored
            IF chain-value NOT = rec-value THEN
                MOVE "RECORD CHANGED" TO break-reason
                PERFORM REPORT-CHAIN-BREAK
            END-IF
        WHEN rec-seq > last-seq + 1
            COMPUTE missing-from = last-seq + 1
            COMPUTE missing-thru = rec-seq - 1
            MOVE SPACES TO break-reason
            STRING "MISSING THRU " missing-thru
                   DELIMITED BY SIZE
                   INTO break-reason
            END-STRING
            MOVE rec-seq TO chain-seq
            MOVE missing-from TO rec-seq
            PERFORM REPORT-CHAIN-BREAK
            MOVE chain-seq TO rec-seq
            IF chain-value NOT = rec-value THEN
                MOVE "RECORD CHANGED" TO break-reason
                PERFORM REPORT-CHAIN-BREAK
            END-IF
        WHEN OTHER
            IF rec-prev NOT = last-value THEN
                MOVE "BROKEN LINK" TO break-reason
                PERFORM REPORT-CHAIN-BREAK
            END-IF
            IF chain-value NOT = rec-value THEN
                MOVE "RECORD CHANGED" TO break-reason
                PERFORM REPORT-CHAIN-BREAK
            END-IF
    END-EVALUATE.

    IF rec-seq > last-seq THEN
        MOVE rec-seq   TO last-seq
        MOVE rec-value TO last-value
    END-IF.

REPORT-CHAIN-BREAK.
    ADD 1 TO chain-breaks.
    ADD 1 TO total-breaks.

    IF NOT break-already-found THEN
        SET break-already-found TO TRUE
        MOVE chain-source TO first-break-source
        MOVE rec-seq      TO first-break-seq
        MOVE break-reason TO first-break-reason
    END-IF.

    MOVE SPACES TO chain-rpt-record.
    STRING "  BREAK  FILE: " chain-source
           "  SEQ: "         rec-seq
           "  "              break-reason
           DELIMITED BY SIZE
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

    MOVE "CHAIN-BREAK" TO sec-event-code.
    MOVE SPACES TO sec-event-detail.
    STRING chain-name " " rec-seq " " break-reason
           DELIMITED BY SIZE
           INTO sec-event-detail
    END-STRING
    PERFORM WRITE-SECURITY-EVENT.

WRITE-CHAIN-SUMMARY.
    MOVE chain-checked TO disp-count.
    MOVE SPACES TO chain-rpt-record.
    STRING "  RECORDS CHECKED:     " disp-count
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

    MOVE chain-unchained TO disp-count.
    MOVE SPACES TO chain-rpt-record.
    STRING "  UNCHAINED (OLDER):   " disp-count
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

    MOVE chain-restored TO disp-count.
    MOVE SPACES TO chain-rpt-record.
    STRING "  RESTORED COPIES:     " disp-count
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

    MOVE chain-breaks TO disp-breaks.
    MOVE SPACES TO chain-rpt-record.
    STRING "  BREAKS:              " disp-breaks
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

    MOVE SPACES TO chain-rpt-record.
    STRING "  LAST SEQUENCE:       " last-seq
           INTO chain-rpt-record
    END-STRING
    WRITE chain-rpt-record.

    MOVE SPACES TO chain-rpt-record.
    IF break-already-found THEN
        STRING "  FIRST BREAK AT:      " first-break-source
               " SEQ " first-break-seq
               " "     first-break-reason
               DELIMITED BY SIZE
               INTO chain-rpt-record
        END-STRING
    ELSE
        MOVE "  FIRST BREAK AT:      NONE" TO chain-rpt-record
    END-IF.
    WRITE chain-rpt-record.

COMPUTE-CHAIN-VALUE.
    COMPUTE chain-work =
        FUNCTION MOD(chain-prev * 131 + chain-seq, chain-modulus).
    PERFORM VARYING chain-pos FROM 1 BY 1
            UNTIL chain-pos > chain-length
        COMPUTE chain-work = FUNCTION MOD(chain-work * 131
            + FUNCTION ORD(chain-text(chain-pos:1)), chain-modulus)
    END-PERFORM.
    MOVE chain-work TO chain-value.

WRITE-SECURITY-EVENT.
    MOVE FUNCTION CURRENT-DATE TO sec-event-stamp.

    OPEN EXTEND sec-log.
    IF sec-log-status NOT = "00" THEN
        OPEN OUTPUT sec-log
    END-IF.

    IF sec-log-status = "00" THEN
        MOVE SPACES TO sec-log-record
        STRING sec-event-stamp  "  OPERATOR: " event-operator
               "  EVENT: "      sec-event-code
               "  DETAIL: "     sec-event-detail
               INTO sec-log-record
        END-STRING
        WRITE sec-log-record
        CLOSE sec-log
    ELSE
        DISPLAY "SECLOG not available, status " sec-log-status
                ", event not recorded"
    END-IF.

PROGRAM-DONE.
    STOP RUN.
