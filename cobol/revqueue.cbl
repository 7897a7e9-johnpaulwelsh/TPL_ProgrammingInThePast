IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-revqueue.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT rev-queue
        ASSIGN TO "REVQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rev-queue-status.
    SELECT rev-tran
        ASSIGN TO "REVTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rev-tran-status.
    SELECT history-file
        ASSIGN TO "HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS history-key
        ALTERNATE RECORD KEY IS history-run-date WITH DUPLICATES
        ALTERNATE RECORD KEY IS history-operator WITH DUPLICATES
        FILE STATUS IS history-status.
    SELECT oper-file
        ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS oper-file-status.
    SELECT wordlist
        ASSIGN TO "WORDLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wordlist-status.
    SELECT word-add
        ASSIGN TO "WORDADD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS word-add-status.
    SELECT rev-rpt
        ASSIGN TO "REV-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rev-rpt-status.
    SELECT audit-log
        ASSIGN TO "AUDIT-LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT audit-arch
        ASSIGN TO "AUDARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-arch-status.

DATA DIVISION.

FILE SECTION.
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

FD  rev-tran.
01  rev-tran-record.
    05  rt-action       PIC X(01).
        88  rt-confirm            VALUE "C".
        88  rt-modify             VALUE "M".
        88  rt-unsolvable         VALUE "U".
    05  rt-filler-1     PIC X.
    05  rt-item-id      PIC X(06).
    05  rt-filler-2     PIC X.
    05  rt-decider      PIC X(08).
    05  rt-filler-3     PIC X.
    05  rt-shift        PIC X(02).
    05  rt-filler-4     PIC X.
    05  rt-keyword      PIC X(10).

FD  history-file.
COPY historec.

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

FD  wordlist.
01  wordlist-record     PIC X(20).

FD  word-add.
01  word-add-record     PIC X(20).

FD  rev-rpt.
01  rev-rpt-record      PIC X(132).

FD  audit-log.
01  audit-record        PIC X(560).

FD  audit-arch.
01  audit-arch-record   PIC X(560).

WORKING-STORAGE SECTION.

01  rev-queue-status   PIC X(02).
01  rev-tran-status    PIC X(02).
01  history-status     PIC X(02).
01  oper-file-status   PIC X(02).
01  wordlist-status    PIC X(02).
01  word-add-status    PIC X(02).
01  rev-rpt-status     PIC X(02).
01  audit-log-status   PIC X(02).
01  audit-arch-status  PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-date           PIC X(08).
01  today-int          PIC 9(08).
01  rev-queue-eof      PIC X(01)  VALUE "N".
    88  end-of-rev-queue      VALUE "Y".
01  rev-tran-eof       PIC X(01)  VALUE "N".
    88  end-of-rev-tran       VALUE "Y".
01  history-eof        PIC X(01)  VALUE "N".
    88  end-of-history        VALUE "Y".
01  wordlist-eof       PIC X(01)  VALUE "N".
    88  end-of-wordlist       VALUE "Y".
01  history-open-flag  PIC X(01)  VALUE "N".
    88  history-open          VALUE "Y".
01  oper-open-flag     PIC X(01)  VALUE "N".
    88  oper-file-open        VALUE "Y".
01  audit-open-flag    PIC X(01)  VALUE "N".
    88  audit-log-open        VALUE "Y".
01  chain-scan-eof     PIC X(01)  VALUE "N".
    88  end-of-chain-scan     VALUE "Y".
01  audit-chain-seq    PIC 9(09)  VALUE 0.
01  audit-chain-last   PIC 9(09)  VALUE 0.
01  chain-prev         PIC 9(09)  VALUE 0.
01  chain-seq          PIC 9(09)  VALUE 0.
01  chain-value        PIC 9(09)  VALUE 0.
01  chain-text         PIC X(512) VALUE SPACES.
01  chain-length       PIC 9(03)  VALUE 0.
01  chain-pos          PIC 9(03)  VALUE 0.
01  chain-work         PIC 9(12)  VALUE 0.
01  chain-modulus      PIC 9(09)  VALUE 999999937.
01  prior-check        PIC 9(09)  VALUE 0.
01  decision-check     PIC 9(09)  VALUE 0.
01  audit-timestamp    PIC X(21).
01  next-item-id       PIC 9(06)  VALUE 0.
01  queue-count        PIC 9(04)  VALUE 0.
01  queue-max          PIC 9(04)  VALUE 500.
01  queue-flag         PIC X(01)  VALUE "N".
    88  queue-full            VALUE "Y".
01  queue-table.
    05  queue-entry OCCURS 500 TIMES.
        10  qt-item-id      PIC 9(06).
        10  qt-hist-key     PIC X(21).
        10  qt-msg-id       PIC X(08).
        10  qt-mode         PIC X(01).
        10  qt-operator     PIC X(08).
        10  qt-queued-date  PIC X(08).
        10  qt-shift        PIC S99.
        10  qt-keyword      PIC X(10).
        10  qt-input        PIC X(200).
        10  qt-candidate    PIC X(200).
        10  qt-state        PIC X(01).
01  tbl-pos            PIC 9(04).
01  work-slot          PIC 9(04)  VALUE 0.
01  edit-item-id       PIC X(06)  JUSTIFIED RIGHT.
01  work-item-id       PIC 9(06)  VALUE 0.
01  edit-shift         PIC X(02)  JUSTIFIED RIGHT.
01  work-shift         PIC 99     VALUE 0.
01  decider-id         PIC X(08)  VALUE SPACES.
01  tran-valid-flag    PIC X(01)  VALUE "Y".
    88  tran-valid            VALUE "Y".
    88  tran-invalid          VALUE "N".
01  reject-reason      PIC X(50)  VALUE SPACES.
01  decision-text      PIC X(12)  VALUE SPACES.
01  resolved-text      PIC X(200) VALUE SPACES.
01  resolved-shift     PIC S99    VALUE 0.
01  resolved-keyword   PIC X(10)  VALUE SPACES.
01  msg-length         PIC 9(03)  VALUE 0.
01  str-pos            PIC 9(03)  VALUE 0.
01  curr-char          PIC X.
01  this-char          PIC X.
01  this-index         PIC 99.
01  new-char           PIC X.
01  new-s-index        PIC S99.
01  new-us-index       PIC 99.
01  eff-shift          PIC S99.
01  table-size         PIC 99     VALUE 42.
01  keyword-length     PIC 99     VALUE 0.
01  key-pos            PIC 99.
01  key-char           PIC X.
01  key-this-index     PIC 99.
01  table-alpha.
    05  idx-char-pair OCCURS 42 TIMES INDEXED BY idx.
        10 table-idx       PIC 99.
        10 table-val       PIC X.
01  word-count         PIC 9(04)  VALUE 0.
01  word-table-max     PIC 9(04)  VALUE 1000.
01  word-table.
    05  word-entry OCCURS 1000 TIMES INDEXED BY widx
                       PIC X(20).
01  added-count        PIC 9(04)  VALUE 0.
01  added-max          PIC 9(04)  VALUE 500.
01  added-table.
    05  added-entry OCCURS 500 TIMES INDEXED BY aidx
                       PIC X(20).
01  token-text         PIC X(20)  VALUE SPACES.
01  token-length       PIC 99     VALUE 0.
01  token-overflow     PIC X(01)  VALUE "N".
    88  token-too-long        VALUE "Y".
01  word-found-flag    PIC X(01)  VALUE "N".
    88  word-was-found        VALUE "Y".
    88  word-not-found        VALUE "N".
01  item-age-days      PIC 9(05)  VALUE 0.
01  carried-in         PIC 9(05)  VALUE 0.
01  newly-queued       PIC 9(05)  VALUE 0.
01  trans-read         PIC 9(05)  VALUE 0.
01  items-confirmed    PIC 9(05)  VALUE 0.
01  items-modified     PIC 9(05)  VALUE 0.
01  items-unsolvable   PIC 9(05)  VALUE 0.
01  trans-rejected     PIC 9(05)  VALUE 0.
01  items-waiting      PIC 9(05)  VALUE 0.
01  words-added        PIC 9(05)  VALUE 0.
01  bucket-0-2         PIC 9(05)  VALUE 0.
01  bucket-3-7         PIC 9(05)  VALUE 0.
01  bucket-8-14        PIC 9(05)  VALUE 0.
01  bucket-15-30       PIC 9(05)  VALUE 0.
01  bucket-over-30     PIC 9(05)  VALUE 0.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE "A" TO idx-char-pair(1).
    MOVE "B" TO idx-char-pair(2).
    MOVE "C" TO idx-char-pair(3).
    MOVE "D" TO idx-char-pair(4).
    MOVE "E" TO idx-char-pair(5).
    MOVE "F" TO idx-char-pair(6).
    MOVE "G" TO idx-char-pair(7).
    MOVE "H" TO idx-char-pair(8).
    MOVE "I" TO idx-char-pair(9).
    MOVE "J" TO idx-char-pair(10).
    MOVE "K" TO idx-char-pair(11).
    MOVE "L" TO idx-char-pair(12).
    MOVE "M" TO idx-char-pair(13).
    MOVE "N" TO idx-char-pair(14).
    MOVE "O" TO idx-char-pair(15).
    MOVE "P" TO idx-char-pair(16).
    MOVE "Q" TO idx-char-pair(17).
    MOVE "R" TO idx-char-pair(18).
    MOVE "S" TO idx-char-pair(19).
    MOVE "T" TO idx-char-pair(20).
    MOVE "U" TO idx-char-pair(21).
    MOVE "V" TO idx-char-pair(22).
    MOVE "W" TO idx-char-pair(23).
    MOVE "X" TO idx-char-pair(24).
    MOVE "Y" TO idx-char-pair(25).
    MOVE "Z" TO idx-char-pair(26).
    MOVE "0" TO idx-char-pair(27).
    MOVE "1" TO idx-char-pair(28).
    MOVE "2" TO idx-char-pair(29).
    MOVE "3" TO idx-char-pair(30).
    MOVE "4" TO idx-char-pair(31).
    MOVE "5" TO idx-char-pair(32).
    MOVE "6" TO idx-char-pair(33).
    MOVE "7" TO idx-char-pair(34).
    MOVE "8" TO idx-char-pair(35).
    MOVE "9" TO idx-char-pair(36).
    MOVE "'" TO idx-char-pair(37).
    MOVE "." TO idx-char-pair(38).
    MOVE "," TO idx-char-pair(39).
    MOVE "-" TO idx-char-pair(40).
    MOVE "?" TO idx-char-pair(41).
    MOVE "!" TO idx-char-pair(42).

    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:8) TO run-date.
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
        TO today-int.

    OPEN OUTPUT rev-rpt.
    OPEN OUTPUT word-add.

    PERFORM WRITE-REPORT-HEADING.

    PERFORM LOAD-WORDLIST.
    PERFORM LOAD-REVIEW-QUEUE.

    OPEN I-O history-file.
    IF history-status = "00" THEN
        SET history-open TO TRUE
        PERFORM QUEUE-NEW-CANDIDATES
    ELSE
        DISPLAY "HISTORY not available, status " history-status
        MOVE "HISTORY NOT AVAILABLE, NO NEW CANDIDATES QUEUED"
            TO rev-rpt-record
        WRITE rev-rpt-record
    END-IF.

    OPEN INPUT oper-file.
    IF oper-file-status = "00" THEN
        SET oper-file-open TO TRUE
    ELSE
        DISPLAY "OPERFILE not available, status " oper-file-status
    END-IF.

    PERFORM FIND-AUDIT-CHAIN-START.
    OPEN EXTEND audit-log.
    IF audit-log-status NOT = "00" THEN
        OPEN OUTPUT audit-log
    END-IF.
    IF audit-log-status = "00" THEN
        SET audit-log-open TO TRUE
    ELSE
        DISPLAY "AUDIT-LOG not available, status " audit-log-status
    END-IF.

    PERFORM APPLY-DECISIONS.
    PERFORM REPORT-WAITING-ITEMS.
    PERFORM REWRITE-REVIEW-QUEUE.
    PERFORM WRITE-REPORT-TOTALS.

    IF history-open THEN
        CLOSE history-file
    END-IF.
    IF oper-file-open THEN
        CLOSE oper-file
    END-IF.
    IF audit-log-open THEN
        CLOSE audit-log
    END-IF.
    CLOSE word-add.
    CLOSE rev-rpt.

    PERFORM PROGRAM-DONE.

WRITE-REPORT-HEADING.
    MOVE SPACES TO rev-rpt-record.
    STRING "SOLVE CANDIDATE REVIEW QUEUE  " run-date
           INTO rev-rpt-record
    END-STRING
    WRITE rev-rpt-record.

    MOVE SPACES TO rev-rpt-record.
    WRITE rev-rpt-record.

LOAD-WORDLIST.
    OPEN INPUT wordlist.

    IF wordlist-status = "00" THEN
        PERFORM LOAD-ONE-WORD
            UNTIL end-of-wordlist OR word-count = word-table-max
        IF word-count = word-table-max THEN
            DISPLAY "WORDLIST truncated at " word-table-max " words"
        END-IF
        CLOSE wordlist
    ELSE
        DISPLAY "WORDLIST not found, every confirmed word is new"
    END-IF.

LOAD-ONE-WORD.
    READ wordlist
        AT END
            SET end-of-wordlist TO TRUE
    END-READ.

    IF NOT end-of-wordlist AND wordlist-record NOT = SPACES THEN
        ADD 1 TO word-count
        SET word-entry(word-count)
            TO FUNCTION UPPER-CASE(wordlist-record)
    END-IF.

LOAD-REVIEW-QUEUE.
    OPEN INPUT rev-queue.

    IF rev-queue-status = "00" THEN
        PERFORM LOAD-ONE-QUEUE-ITEM UNTIL end-of-rev-queue
        CLOSE rev-queue
    ELSE
        DISPLAY "REVQUEUE not found, starting an empty queue"
    END-IF.

LOAD-ONE-QUEUE-ITEM.
    READ rev-queue
        AT END
            SET end-of-rev-queue TO TRUE
    END-READ.

    IF NOT end-of-rev-queue THEN
        IF rq-control-rec THEN
            MOVE rq-item-id TO next-item-id
        END-IF
        IF rq-item-rec THEN
            ADD 1 TO carried-in
            IF queue-count = queue-max THEN
                DISPLAY "FATAL: REVQUEUE has more than " queue-max
                        " items, nothing changed"
                MOVE 12 TO RETURN-CODE
                PERFORM PROGRAM-DONE
            END-IF
            PERFORM GET-FREE-QUEUE-SLOT
            IF work-slot > 0 THEN
                MOVE rq-item-id     TO qt-item-id(work-slot)
                MOVE rq-hist-key    TO qt-hist-key(work-slot)
                MOVE rq-msg-id      TO qt-msg-id(work-slot)
                MOVE rq-mode        TO qt-mode(work-slot)
                MOVE rq-operator    TO qt-operator(work-slot)
                MOVE rq-queued-date TO qt-queued-date(work-slot)
                MOVE rq-shift       TO qt-shift(work-slot)
                MOVE rq-keyword     TO qt-keyword(work-slot)
                MOVE rq-input       TO qt-input(work-slot)
                MOVE rq-candidate   TO qt-candidate(work-slot)
                MOVE "W"            TO qt-state(work-slot)
                IF rq-item-id > next-item-id THEN
                    MOVE rq-item-id TO next-item-id
                END-IF
            END-IF
        END-IF
    END-IF.

GET-FREE-QUEUE-SLOT.
    MOVE 0 TO work-slot.
    IF queue-count < queue-max THEN
        ADD 1 TO queue-count
        MOVE queue-count TO work-slot
    ELSE
        IF NOT queue-full THEN
            DISPLAY "Review queue table full at " queue-max
                    ", later candidates wait for the next run"
        END-IF
        SET queue-full TO TRUE
    END-IF.

QUEUE-NEW-CANDIDATES.
    MOVE "NEWLY QUEUED FOR REVIEW" TO rev-rpt-record.
    WRITE rev-rpt-record.

    MOVE LOW-VALUES TO history-key.
    START history-file KEY IS NOT LESS THAN history-key
        INVALID KEY
            SET end-of-history TO TRUE
    END-START.

    PERFORM QUEUE-ONE-CANDIDATE UNTIL end-of-history.

QUEUE-ONE-CANDIDATE.
    READ history-file NEXT RECORD
        AT END
            SET end-of-history TO TRUE
    END-READ.

    IF NOT end-of-history AND history-solve-review THEN
        PERFORM FIND-QUEUE-ITEM-BY-KEY
        IF work-slot = 0 THEN
            PERFORM GET-FREE-QUEUE-SLOT
            IF work-slot > 0 THEN
                ADD 1 TO newly-queued
                ADD 1 TO next-item-id
                MOVE next-item-id          TO qt-item-id(work-slot)
                MOVE history-key           TO qt-hist-key(work-slot)
                MOVE history-msg-id        TO qt-msg-id(work-slot)
                MOVE history-mode          TO qt-mode(work-slot)
                MOVE history-operator      TO qt-operator(work-slot)
                MOVE run-date              TO qt-queued-date(work-slot)
                MOVE history-solve-shift   TO qt-shift(work-slot)
                MOVE history-solve-keyword TO qt-keyword(work-slot)
                MOVE history-input         TO qt-input(work-slot)
                MOVE history-solved        TO qt-candidate(work-slot)
                MOVE "W"                   TO qt-state(work-slot)
                MOVE work-slot TO tbl-pos
                MOVE SPACES TO rev-rpt-record
                STRING "  ITEM: "    qt-item-id(tbl-pos)
                       "  MSG-ID: "  qt-msg-id(tbl-pos)
                       "  HIST: "    qt-hist-key(tbl-pos)
                       "  MODE: "    qt-mode(tbl-pos)
                       "  TEXT: "    qt-candidate(tbl-pos)(1:60)
                       INTO rev-rpt-record
                END-STRING
                WRITE rev-rpt-record
            END-IF
        END-IF
    END-IF.

FIND-QUEUE-ITEM-BY-KEY.
    MOVE 0 TO work-slot.
    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > queue-count OR work-slot > 0
        IF qt-hist-key(tbl-pos) = history-key THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

FIND-QUEUE-ITEM-BY-ID.
    MOVE 0 TO work-slot.
    PERFORM VARYING tbl-pos FROM 1 BY 1
            UNTIL tbl-pos > queue-count OR work-slot > 0
        IF qt-item-id(tbl-pos) = work-item-id THEN
            MOVE tbl-pos TO work-slot
        END-IF
    END-PERFORM.

APPLY-DECISIONS.
    MOVE SPACES TO rev-rpt-record.
    WRITE rev-rpt-record.
    MOVE "DECISIONS" TO rev-rpt-record.
    WRITE rev-rpt-record.

    OPEN INPUT rev-tran.

    IF rev-tran-status = "00" THEN
        PERFORM APPLY-ONE-DECISION UNTIL end-of-rev-tran
        CLOSE rev-tran
    ELSE
        DISPLAY "REVTRAN not found, no decisions applied"
        MOVE "  REVTRAN NOT FOUND, NO DECISIONS APPLIED"
            TO rev-rpt-record
        WRITE rev-rpt-record
    END-IF.

APPLY-ONE-DECISION.
    READ rev-tran
        AT END
            SET end-of-rev-tran TO TRUE
    END-READ.

    IF NOT end-of-rev-tran AND rev-tran-record NOT = SPACES THEN
        ADD 1 TO trans-read
        SET tran-valid TO TRUE
        MOVE SPACES TO reject-reason
        MOVE FUNCTION UPPER-CASE(rt-action)  TO rt-action
        MOVE FUNCTION UPPER-CASE(rt-decider) TO decider-id
        MOVE FUNCTION UPPER-CASE(rt-keyword) TO rt-keyword

        PERFORM EDIT-DECISION

        IF tran-valid THEN
            PERFORM CHECK-DECIDER
        END-IF

        IF tran-valid AND (rt-confirm OR rt-modify) THEN
            PERFORM RESOLVE-PLAINTEXT
        END-IF

        IF tran-valid THEN
            PERFORM RECORD-DECISION-ON-HISTORY
        END-IF

        IF tran-valid THEN
            PERFORM WRITE-DECISION-LINE
            IF rt-confirm OR rt-modify THEN
                PERFORM ADD-UNKNOWN-WORDS
            END-IF
        ELSE
            ADD 1 TO trans-rejected
            MOVE SPACES TO rev-rpt-record
            STRING "  REJECTED  " rt-action
                   " "          rt-item-id
                   "  BY "      decider-id
                   "  "         reject-reason
                   INTO rev-rpt-record
            END-STRING
            WRITE rev-rpt-record
        END-IF
    END-IF.

EDIT-DECISION.
    IF NOT rt-confirm AND NOT rt-modify AND NOT rt-unsolvable THEN
        MOVE "ACTION IS NOT C, M OR U" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid THEN
        MOVE FUNCTION TRIM(rt-item-id) TO edit-item-id
        INSPECT edit-item-id REPLACING LEADING " " BY "0"
        IF edit-item-id IS NUMERIC THEN
            MOVE edit-item-id TO work-item-id
            PERFORM FIND-QUEUE-ITEM-BY-ID
            IF work-slot = 0 THEN
                MOVE "ITEM NOT ON REVIEW QUEUE" TO reject-reason
                SET tran-invalid TO TRUE
            ELSE
                IF qt-state(work-slot) NOT = "W" THEN
                    MOVE "ITEM ALREADY DECIDED THIS RUN"
                        TO reject-reason
                    SET tran-invalid TO TRUE
                END-IF
            END-IF
        ELSE
            MOVE "ITEM NUMBER IS NOT NUMERIC" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

    IF tran-valid AND rt-modify THEN
        IF qt-mode(work-slot) = "V" THEN
            IF rt-keyword = SPACES THEN
                MOVE "KEYWORD IS REQUIRED TO MODIFY A VIGENERE ITEM"
                    TO reject-reason
                SET tran-invalid TO TRUE
            ELSE
                PERFORM VALIDATE-KEYWORD-CHARS
            END-IF
        ELSE
            MOVE FUNCTION TRIM(rt-shift) TO edit-shift
            INSPECT edit-shift REPLACING LEADING " " BY "0"
            IF edit-shift IS NUMERIC THEN
                MOVE edit-shift TO work-shift
                IF work-shift >= table-size THEN
                    MOVE "SHIFT IS NOT 0 THRU 41" TO reject-reason
                    SET tran-invalid TO TRUE
                END-IF
            ELSE
                MOVE "SHIFT IS NOT NUMERIC" TO reject-reason
                SET tran-invalid TO TRUE
            END-IF
        END-IF
    END-IF.

VALIDATE-KEYWORD-CHARS.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(rt-keyword)) TO keyword-length.
    PERFORM VARYING key-pos FROM 1 BY 1
            UNTIL key-pos > keyword-length OR tran-invalid
        MOVE rt-keyword(key-pos:1) TO curr-char
        PERFORM TABLE-SEARCH
        IF this-index = 0 THEN
            MOVE "KEYWORD HAS A CHARACTER NOT IN TABLE-ALPHA"
                TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-PERFORM.

CHECK-DECIDER.
    IF decider-id = SPACES THEN
        MOVE "DECIDING OPERATOR IS MISSING" TO reject-reason
        SET tran-invalid TO TRUE
    ELSE
        IF NOT oper-file-open THEN
            MOVE "OPERFILE NOT AVAILABLE" TO reject-reason
            SET tran-invalid TO TRUE
        ELSE
            MOVE decider-id TO oper-id
            READ oper-file
                INVALID KEY
                    MOVE "DECIDER NOT ON OPERFILE" TO reject-reason
                    SET tran-invalid TO TRUE
            END-READ
            IF tran-valid AND
                    (NOT oper-active OR NOT oper-may-solve) THEN
                MOVE "DECIDER HAS NO ACTIVE SOLVE AUTHORITY"
                    TO reject-reason
                SET tran-invalid TO TRUE
            END-IF
        END-IF
    END-IF.

RESOLVE-PLAINTEXT.
    MOVE qt-shift(work-slot)   TO resolved-shift.
    MOVE qt-keyword(work-slot) TO resolved-keyword.

    IF rt-confirm THEN
        MOVE qt-candidate(work-slot) TO resolved-text
    ELSE
        IF qt-mode(work-slot) = "V" THEN
            MOVE rt-keyword TO resolved-keyword
            MOVE 0 TO resolved-shift
        ELSE
            MOVE work-shift TO resolved-shift
            MOVE SPACES TO resolved-keyword
        END-IF
        PERFORM DECIPHER-QUEUE-INPUT
    END-IF.

DECIPHER-QUEUE-INPUT.
    MOVE SPACES TO resolved-text.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(qt-input(work-slot)))
        TO msg-length.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(resolved-keyword))
        TO keyword-length.
    IF resolved-keyword = SPACES THEN
        MOVE 0 TO keyword-length
    END-IF.

    PERFORM VARYING str-pos FROM 1 BY 1 UNTIL str-pos > msg-length
        MOVE qt-input(work-slot)(str-pos:1) TO curr-char
        PERFORM TABLE-SEARCH
        IF this-index = 0 THEN
            MOVE curr-char TO resolved-text(str-pos:1)
        ELSE
            PERFORM DETERMINE-EFF-SHIFT
            SUBTRACT eff-shift FROM this-index GIVING new-s-index
            IF new-s-index > table-size THEN
                COMPUTE new-s-index = new-s-index - table-size
            END-IF
            IF new-s-index < 1 THEN
                COMPUTE new-s-index = new-s-index + table-size
            END-IF
            MOVE new-s-index TO new-us-index
            MOVE idx-char-pair(new-us-index) TO new-char
            MOVE new-char TO resolved-text(str-pos:1)
        END-IF
    END-PERFORM.

DETERMINE-EFF-SHIFT.
    IF keyword-length > 0 THEN
        COMPUTE key-pos = FUNCTION MOD(str-pos - 1, keyword-length) + 1
        MOVE resolved-keyword(key-pos:1) TO key-char
        PERFORM KEY-TABLE-SEARCH
        COMPUTE eff-shift = key-this-index - 1
    ELSE
        MOVE resolved-shift TO eff-shift
    END-IF.

RECORD-DECISION-ON-HISTORY.
    IF NOT history-open THEN
        MOVE "HISTORY NOT AVAILABLE" TO reject-reason
        SET tran-invalid TO TRUE
    ELSE
        IF NOT audit-log-open THEN
            MOVE "AUDIT-LOG NOT AVAILABLE" TO reject-reason
            SET tran-invalid TO TRUE
        ELSE
            MOVE qt-hist-key(work-slot) TO history-key
            READ history-file
                INVALID KEY
                    MOVE "HISTORY RECORD NOT ON FILE, RESTORE IT FIRST"
                        TO reject-reason
                    SET tran-invalid TO TRUE
            END-READ
        END-IF
    END-IF.

    IF tran-valid THEN
        PERFORM COMPUTE-SOLVE-CHECK
        MOVE chain-value TO prior-check
        IF rt-unsolvable THEN
            SET history-solve-unsolvable TO TRUE
        ELSE
            SET history-solve-confirmed TO TRUE
            MOVE resolved-shift   TO history-solve-shift
            MOVE resolved-keyword TO history-solve-keyword
            MOVE resolved-text    TO history-solved
        END-IF
        MOVE decider-id TO history-review-by
        MOVE run-date   TO history-review-date
        PERFORM COMPUTE-SOLVE-CHECK
        MOVE chain-value TO decision-check
        REWRITE history-record
            INVALID KEY
                MOVE "HISTORY REWRITE REJECTED" TO reject-reason
                SET tran-invalid TO TRUE
        END-REWRITE
    END-IF.

    IF tran-valid THEN
        PERFORM WRITE-DECISION-AUDIT
    END-IF.

    IF tran-valid THEN
        MOVE rt-action TO qt-state(work-slot)
        EVALUATE TRUE
            WHEN rt-confirm
                ADD 1 TO items-confirmed
                MOVE "CONFIRMED" TO decision-text
            WHEN rt-modify
                ADD 1 TO items-modified
                MOVE "MODIFIED" TO decision-text
            WHEN OTHER
                ADD 1 TO items-unsolvable
                MOVE "UNSOLVABLE" TO decision-text
        END-EVALUATE
    END-IF.

COMPUTE-SOLVE-CHECK.
    MOVE 0                       TO chain-prev.
    MOVE 0                       TO chain-seq.
    MOVE history-record(649:229) TO chain-text.
    MOVE 229                     TO chain-length.
    PERFORM COMPUTE-CHAIN-VALUE.

WRITE-DECISION-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO audit-timestamp.
    MOVE SPACES TO audit-record.
    STRING audit-timestamp  "  REVIEWER: " decider-id
           "  HIST: "       history-key
           "  DECISION: "   rt-action
           "  DATE: "       run-date
           "  WAS: "        prior-check
           "  NOW: "        decision-check
           INTO audit-record
    END-STRING

    ADD 1 TO audit-chain-seq.
    MOVE audit-chain-last   TO chain-prev.
    MOVE audit-chain-seq    TO chain-seq.
    MOVE audit-record(1:512) TO chain-text.
    MOVE 512                TO chain-length.
    PERFORM COMPUTE-CHAIN-VALUE.

    STRING "  SEQ: " audit-chain-seq
           "  PRV: " audit-chain-last
           "  CHK: " chain-value
           DELIMITED BY SIZE
           INTO audit-record(513:48)
    END-STRING
    MOVE chain-value TO audit-chain-last.
    WRITE audit-record.

FIND-AUDIT-CHAIN-START.
    OPEN INPUT audit-arch.
    IF audit-arch-status = "00" THEN
        MOVE "N" TO chain-scan-eof
        PERFORM SCAN-ONE-AUDIT-ARCH-LINE UNTIL end-of-chain-scan
        CLOSE audit-arch
    END-IF.

    OPEN INPUT audit-log.
    IF audit-log-status = "00" THEN
        MOVE "N" TO chain-scan-eof
        PERFORM SCAN-ONE-AUDIT-LINE UNTIL end-of-chain-scan
        CLOSE audit-log
    END-IF.

SCAN-ONE-AUDIT-ARCH-LINE.
    READ audit-arch
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan
            AND audit-arch-record(513:7) = "  SEQ: "
            AND audit-arch-record(520:9) IS NUMERIC
            AND audit-arch-record(552:9) IS NUMERIC THEN
        MOVE audit-arch-record(520:9) TO chain-seq
        IF chain-seq > audit-chain-seq THEN
            MOVE chain-seq TO audit-chain-seq
            MOVE audit-arch-record(552:9) TO audit-chain-last
        END-IF
    END-IF.

SCAN-ONE-AUDIT-LINE.
    READ audit-log
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan
            AND audit-record(513:7) = "  SEQ: "
            AND audit-record(520:9) IS NUMERIC
            AND audit-record(552:9) IS NUMERIC THEN
        MOVE audit-record(520:9) TO chain-seq
        IF chain-seq > audit-chain-seq THEN
            MOVE chain-seq TO audit-chain-seq
            MOVE audit-record(552:9) TO audit-chain-last
        END-IF
    END-IF.

COMPUTE-CHAIN-VALUE.
    COMPUTE chain-work =
        FUNCTION MOD(chain-prev * 131 + chain-seq, chain-modulus).
    PERFORM VARYING chain-pos FROM 1 BY 1
            UNTIL chain-pos > chain-length
        COMPUTE chain-work = FUNCTION MOD(chain-work * 131
            + FUNCTION ORD(chain-text(chain-pos:1)), chain-modulus)
    END-PERFORM.
    MOVE chain-work TO chain-value.

WRITE-DECISION-LINE.
    MOVE SPACES TO rev-rpt-record.
    STRING "  "          decision-text
           " ITEM: "     qt-item-id(work-slot)
           "  MSG-ID: "  qt-msg-id(work-slot)
           "  BY "       decider-id
           "  QUEUED: "  qt-queued-date(work-slot)
           INTO rev-rpt-record
    END-STRING.
    WRITE rev-rpt-record.

    IF NOT rt-unsolvable THEN
        MOVE SPACES TO rev-rpt-record
        IF qt-mode(work-slot) = "V" THEN
            STRING "      KEYWORD: " resolved-keyword
                   "  TEXT: "        resolved-text(1:90)
                   INTO rev-rpt-record
            END-STRING
        ELSE
            STRING "      SHIFT: "   resolved-shift
                   "  TEXT: "        resolved-text(1:90)
                   INTO rev-rpt-record
            END-STRING
        END-IF
        WRITE rev-rpt-record
    END-IF.

ADD-UNKNOWN-WORDS.
    MOVE SPACES TO token-text.
    MOVE 0 TO token-length.
    MOVE "N" TO token-overflow.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(resolved-text)) TO msg-length.

    PERFORM VARYING str-pos FROM 1 BY 1 UNTIL str-pos > msg-length
        MOVE resolved-text(str-pos:1) TO curr-char
        IF curr-char = SPACE THEN
            PERFORM CHECK-ONE-TOKEN
        ELSE
            IF token-length < 20 THEN
                ADD 1 TO token-length
                MOVE curr-char TO token-text(token-length:1)
            ELSE
                SET token-too-long TO TRUE
            END-IF
        END-IF
    END-PERFORM.
    PERFORM CHECK-ONE-TOKEN.

CHECK-ONE-TOKEN.
    IF token-length > 0 THEN
        IF token-length > 1 THEN
            MOVE token-text(token-length:1) TO curr-char
            IF curr-char = "." OR curr-char = "," OR curr-char = "?"
                    OR curr-char = "!" OR curr-char = "-"
                    OR curr-char = "'" THEN
                MOVE SPACE TO token-text(token-length:1)
                SUBTRACT 1 FROM token-length
            END-IF
        END-IF
        IF NOT token-too-long THEN
            PERFORM WORD-TABLE-SEARCH
            IF word-not-found THEN
                PERFORM ADDED-TABLE-SEARCH
            END-IF
            IF word-not-found THEN
                PERFORM WRITE-WORD-ADDITION
            END-IF
        END-IF
        MOVE SPACES TO token-text
        MOVE 0 TO token-length
        MOVE "N" TO token-overflow
    END-IF.

WORD-TABLE-SEARCH.
    SET word-not-found TO TRUE.
    SET widx TO 1.
    SEARCH word-entry
        AT END
            CONTINUE
        WHEN word-entry(widx) = token-text
            SET word-was-found TO TRUE
    END-SEARCH.

ADDED-TABLE-SEARCH.
    SET word-not-found TO TRUE.
    SET aidx TO 1.
    SEARCH added-entry
        AT END
            CONTINUE
        WHEN added-entry(aidx) = token-text
            SET word-was-found TO TRUE
    END-SEARCH.

WRITE-WORD-ADDITION.
    ADD 1 TO words-added.
    MOVE token-text TO word-add-record.
    WRITE word-add-record.
    IF added-count < added-max THEN
        ADD 1 TO added-count
        MOVE token-text TO added-entry(added-count)
    END-IF.

REPORT-WAITING-ITEMS.
    MOVE SPACES TO rev-rpt-record.
    WRITE rev-rpt-record.
    MOVE "STILL WAITING FOR A DECISION" TO rev-rpt-record.
    WRITE rev-rpt-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > queue-count
        IF qt-state(tbl-pos) = "W" THEN
            PERFORM AGE-ONE-WAITING-ITEM
        END-IF
    END-PERFORM.

    MOVE SPACES TO rev-rpt-record.
    WRITE rev-rpt-record.
    MOVE "WAITING ITEMS BY AGE IN DAYS" TO rev-rpt-record.
    WRITE rev-rpt-record.

    MOVE SPACES TO rev-rpt-record.
    STRING "  0-2: "     bucket-0-2
           "  3-7: "     bucket-3-7
           "  8-14: "    bucket-8-14
           "  15-30: "   bucket-15-30
           "  OVER 30: " bucket-over-30
           INTO rev-rpt-record
    END-STRING.
    WRITE rev-rpt-record.

AGE-ONE-WAITING-ITEM.
    ADD 1 TO items-waiting.
    MOVE 0 TO item-age-days.
    IF qt-queued-date(tbl-pos) IS NUMERIC
            AND qt-queued-date(tbl-pos) NOT > run-date THEN
        COMPUTE item-age-days = today-int
            - FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL(qt-queued-date(tbl-pos)))
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

    MOVE SPACES TO rev-rpt-record.
    STRING "  ITEM: "     qt-item-id(tbl-pos)
           "  MSG-ID: "   qt-msg-id(tbl-pos)
           "  MODE: "     qt-mode(tbl-pos)
           "  OPERATOR: " qt-operator(tbl-pos)
           "  QUEUED: "   qt-queued-date(tbl-pos)
           "  AGE DAYS: " item-age-days
           INTO rev-rpt-record
    END-STRING.
    WRITE rev-rpt-record.

REWRITE-REVIEW-QUEUE.
    OPEN OUTPUT rev-queue.

    IF rev-queue-status NOT = "00" THEN
        DISPLAY "FATAL: REVQUEUE rewrite failed, status "
                rev-queue-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    MOVE SPACES TO rev-queue-record.
    SET rq-control-rec TO TRUE.
    MOVE next-item-id TO rq-item-id.
    MOVE 0 TO rq-shift.
    WRITE rev-queue-record.

    PERFORM VARYING tbl-pos FROM 1 BY 1 UNTIL tbl-pos > queue-count
        IF qt-state(tbl-pos) = "W" THEN
            MOVE SPACES TO rev-queue-record
            SET rq-item-rec TO TRUE
            MOVE qt-item-id(tbl-pos)     TO rq-item-id
            MOVE qt-hist-key(tbl-pos)    TO rq-hist-key
            MOVE qt-msg-id(tbl-pos)      TO rq-msg-id
            MOVE qt-mode(tbl-pos)        TO rq-mode
            MOVE qt-operator(tbl-pos)    TO rq-operator
            MOVE qt-queued-date(tbl-pos) TO rq-queued-date
            MOVE qt-shift(tbl-pos)       TO rq-shift
            MOVE qt-keyword(tbl-pos)     TO rq-keyword
            MOVE qt-input(tbl-pos)       TO rq-input
            MOVE qt-candidate(tbl-pos)   TO rq-candidate
            WRITE rev-queue-record
        END-IF
    END-PERFORM.

    CLOSE rev-queue.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO rev-rpt-record.
    WRITE rev-rpt-record.

    MOVE SPACES TO rev-rpt-record.
    STRING "ITEMS CARRIED IN:     " carried-in
           "  NEWLY QUEUED: "     newly-queued
           INTO rev-rpt-record
    END-STRING
    WRITE rev-rpt-record.

    MOVE SPACES TO rev-rpt-record.
    STRING "DECISIONS READ:       " trans-read
           "  CONFIRMED: "        items-confirmed
           "  MODIFIED: "         items-modified
           "  UNSOLVABLE: "       items-unsolvable
           "  REJECTED: "         trans-rejected
           INTO rev-rpt-record
    END-STRING
    WRITE rev-rpt-record.

    MOVE SPACES TO rev-rpt-record.
    STRING "STILL WAITING:        " items-waiting
           INTO rev-rpt-record
    END-STRING
    WRITE rev-rpt-record.

    MOVE SPACES TO rev-rpt-record.
    STRING "WORDLIST ADDITIONS:   " words-added
           INTO rev-rpt-record
    END-STRING
    WRITE rev-rpt-record.

    IF trans-rejected > 0 OR queue-full THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

TABLE-SEARCH.
    SET idx to 1.
    MOVE 0 TO this-index.
    SEARCH idx-char-pair
    AT END
        MOVE curr-char TO this-char
    WHEN idx-char-pair(idx) = curr-char
        MOVE idx-char-pair(idx) TO this-char
        MOVE idx TO this-index.

KEY-TABLE-SEARCH.
    SET idx TO 1.
    MOVE 1 TO key-this-index.
    SEARCH idx-char-pair
    WHEN idx-char-pair(idx) = key-char
        MOVE idx TO key-this-index.

PROGRAM-DONE.
    STOP RUN.
