        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS oper-file-status.
    SELECT hist-arch
        ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-arch-status.
    SELECT audit-arch
        ASSIGN TO "AUDARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-arch-status.
    SELECT suspense
        ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS suspense-status.
    SELECT history-file
        ASSIGN TO "HISTORY"
        ORGANIZATION IS INDEXED
        10  cin-request     PIC X(01).
        10  cin-filler-2    PIC X.
        10  cin-text        PIC X(40).
        10  cin-filler-5    PIC X.
        10  cin-cipher-mode PIC X(01).
        10  cin-filler-6    PIC X.
        10  cin-key-name    PIC X(08).
    05  cin-control REDEFINES cin-detail.
        10  cin-batch-date      PIC X(08).
        10  cin-filler-3        PIC X.
        10  cin-expected-count  PIC 9(05).
        10  cin-filler-4        PIC X(48).

FD  cipher-out.
01  cipher-out-record  PIC X(240).
    05  ctl-time-limit  PIC X(04).

FD  audit-log.
01  audit-record        PIC X(560).

FD  checkpt.
01  checkpt-record.
        88  oper-may-solve        VALUE "Y".
    05  oper-auth-vig   PIC X(01).
        88  oper-may-vigenere     VALUE "Y".
    05  oper-auth-approve PIC X(01).
        88  oper-may-approve      VALUE "Y".
    05  oper-cost-center PIC X(06).

FD  history-file.
COPY historec.

FD  hist-arch.
01  hist-arch-record    PIC X(904).

FD  audit-arch.
01  audit-arch-record   PIC X(560).

FD  suspense.
COPY suspenrec.

WORKING-STORAGE SECTION.

01  str-input       PIC X(200).
01  block-length       PIC 9(03)  VALUE 0.
01  block-msg-id       PIC X(08)  VALUE SPACES.
01  block-request      PIC X(01)  VALUE SPACE.
01  block-cipher-mode  PIC X(01)  VALUE SPACE.
01  block-key-name     PIC X(08)  VALUE SPACES.
01  block-open-flag    PIC X(01)  VALUE "N".
    88  block-open            VALUE "Y".
    88  block-closed          VALUE "N".
01  best-output        PIC X(200).
01  cipher-mode        PIC X(01)  VALUE "C".
    88  vigenere-mode          VALUE "V".
01  default-cipher-mode PIC X(01) VALUE "C".
01  msg-cipher-mode    PIC X(01)  VALUE SPACE.
01  keyword            PIC X(20)  VALUE SPACES.
01  keyword-length     PIC 99     VALUE 0.
01  key-name           PIC X(08)  VALUE SPACES.
01  default-key-name   PIC X(08)  VALUE SPACES.
01  msg-key-name       PIC X(08)  VALUE SPACES.
01  key-file-status    PIC X(02).
01  key-file-open-flag PIC X(01)  VALUE "N".
    88  key-file-open         VALUE "Y".
01  msg-key-flag       PIC X(01)  VALUE "Y".
    88  message-key-good      VALUE "Y".
    88  message-key-bad       VALUE "N".
01  key-reject-code    PIC X(16)  VALUE SPACES.
01  key-reject-text    PIC X(31)  VALUE SPACES.
01  messages-key-rejected PIC 9(05) VALUE 0.
01  vig-auth-flag      PIC X(01)  VALUE "N".
    88  vigenere-authorized   VALUE "Y".
01  ops-before-msg     PIC 9(05)  VALUE 0.
01  key-usage-count    PIC 99     VALUE 0.
01  key-usage-max      PIC 99     VALUE 50.
01  key-usage-flag     PIC X(01)  VALUE "N".
    88  key-usage-full        VALUE "Y".
01  key-usage-table.
    05  key-usage OCCURS 50 TIMES.
        10  ku-mode        PIC X(01).
        10  ku-key-name    PIC X(08).
        10  ku-messages    PIC 9(05).
        10  ku-operations  PIC 9(05).
        10  ku-rejected    PIC 9(05).
01  ku-pos             PIC 99.
01  ku-slot            PIC 99     VALUE 0.
01  key-lookup-flag    PIC X(01)  VALUE "N".
    88  key-found             VALUE "Y".
    88  key-not-found         VALUE "N".
01  solved-out-status   PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-timestamp      PIC X(16).
01  hist-arch-status   PIC X(02).
01  audit-arch-status  PIC X(02).
01  chain-scan-eof     PIC X(01)  VALUE "N".
    88  end-of-chain-scan     VALUE "Y".
01  audit-chain-seq    PIC 9(09)  VALUE 0.
01  audit-chain-last   PIC 9(09)  VALUE 0.
01  hist-chain-seq     PIC 9(09)  VALUE 0.
01  hist-chain-last    PIC 9(09)  VALUE 0.
01  chain-prev         PIC 9(09)  VALUE 0.
01  chain-seq          PIC 9(09)  VALUE 0.
01  chain-value        PIC 9(09)  VALUE 0.
01  chain-text         PIC X(657) VALUE SPACES.
01  solve-check        PIC 9(09)  VALUE 0.
01  chain-length       PIC 9(03)  VALUE 0.
01  chain-pos          PIC 9(03)  VALUE 0.
01  chain-work         PIC 9(12)  VALUE 0.
01  chain-modulus      PIC 9(09)  VALUE 999999937.
01  suspense-status    PIC X(02).
01  suspense-eof       PIC X(01)  VALUE "N".
    88  end-of-suspense       VALUE "Y".
01  suspense-last-item PIC 9(06)  VALUE 0.
01  messages-suspended PIC 9(05)  VALUE 0.
01  suspend-reason     PIC X(02)  VALUE SPACES.
01  suspend-flag       PIC X(01)  VALUE "N".
    88  message-suspended     VALUE "Y".
    88  message-not-suspended VALUE "N".
01  susp-pos           PIC 9(02)  VALUE 0.
01  susp-raw-max       PIC 9(02)  VALUE 20.
01  susp-raw-count     PIC 9(02)  VALUE 0.
01  susp-raw-table.
    05  susp-raw-rec OCCURS 20 TIMES PIC X(64).
01  block-raw-count    PIC 9(02)  VALUE 0.
01  block-raw-table.
    05  block-raw-rec OCCURS 20 TIMES PIC X(64).
01  block-overflow-flag PIC X(01) VALUE "N".
    88  block-overflowed      VALUE "Y".

PROCEDURE DIVISION.

        PERFORM PROGRAM-DONE
    END-IF.
    PERFORM VALIDATE-OPERATOR.
    PERFORM LOAD-WORDLIST.
    PERFORM READ-CHECKPOINT.

    DISPLAY "The shift amount is " chr-shift.
    DISPLAY "The max shift amount is " max-shift.
    DISPLAY "The default cipher mode is " default-cipher-mode.
    IF default-key-name NOT = SPACES THEN
        DISPLAY "The default key name is " default-key-name
    END-IF.

    SET chr-shift TO FUNCTION MOD(chr-shift, table-size).
    SET max-shift TO FUNCTION MOD(max-shift, table-size).

    OPEN INPUT cipher-in.
    PERFORM FIND-AUDIT-CHAIN-START.
    PERFORM FIND-HISTORY-CHAIN-START.
    PERFORM FIND-SUSPENSE-ITEM-START.
    PERFORM OPEN-RUN-OUTPUT-FILES.
    PERFORM OPEN-HISTORY-FILE.

    CLOSE results.
    CLOSE ctl-rpt.
    CLOSE solved-out.
    CLOSE suspense.
    CLOSE history-file.
    IF key-file-open THEN
        CLOSE key-file
    END-IF.

    IF budget-exceeded THEN
        DISPLAY "Run cut off at time budget, CHECKPT kept for resume"

    IF ctl-cipher-mode NOT = SPACE THEN
        IF ctl-cipher-mode = "C" OR ctl-cipher-mode = "V" THEN
            MOVE ctl-cipher-mode TO default-cipher-mode
        ELSE
            DISPLAY "CTL-CARD: cipher mode " ctl-cipher-mode
                    " is not C or V"
    END-IF.

    IF ctl-key-name NOT = SPACES THEN
        SET default-key-name TO FUNCTION UPPER-CASE(ctl-key-name)
    END-IF.

    IF ctl-dup-option NOT = SPACE THEN
        PERFORM PROGRAM-DONE
    END-IF.

    IF oper-may-solve THEN
        SET solve-authorized TO TRUE
    END-IF.

    IF oper-may-vigenere THEN
        SET vigenere-authorized TO TRUE
    END-IF.

    CLOSE oper-file.

READ-OPERATOR-RECORD.
            SET operator-found TO TRUE
    END-READ.

SET-MESSAGE-KEY.
    SET message-key-good TO TRUE.
    SET key-available TO TRUE.
    MOVE SPACES TO key-reject-code.
    MOVE SPACES TO key-reject-text.
    MOVE SPACES TO keyword.
    MOVE 0 TO keyword-length.

    IF msg-cipher-mode = SPACE THEN
        MOVE default-cipher-mode TO cipher-mode
    ELSE
        MOVE msg-cipher-mode TO cipher-mode
    END-IF.

    IF msg-key-name = SPACES THEN
        MOVE default-key-name TO key-name
    ELSE
        SET key-name TO FUNCTION UPPER-CASE(msg-key-name)
    END-IF.

    IF cipher-mode NOT = "C" AND cipher-mode NOT = "V" THEN
        MOVE "CIPHER MODE NOT C OR V" TO key-reject-text
        SET message-key-bad TO TRUE
    END-IF.

    IF message-key-good AND NOT vigenere-mode THEN
        MOVE SPACES TO key-name
    END-IF.

    IF message-key-good AND vigenere-mode
            AND NOT vigenere-authorized THEN
        MOVE "OPER-NO-VIG-AUTH" TO key-reject-code
        MOVE "NO VIGENERE AUTHORITY" TO key-reject-text
        SET message-key-bad TO TRUE
        ADD 1 TO auth-skips
    END-IF.

    IF message-key-good AND vigenere-mode THEN
        PERFORM LOOK-UP-KEYWORD
    END-IF.

LOOK-UP-KEYWORD.
    IF key-name = SPACES THEN
        SET key-missing TO TRUE
    ELSE
        PERFORM FETCH-VAULT-KEY
    END-IF.

FETCH-VAULT-KEY.
    IF NOT key-file-open THEN
        OPEN INPUT key-file
        IF key-file-status NOT = "00" THEN
            DISPLAY "FATAL: KEYFILE open failed, status "
                    key-file-status
            MOVE 12 TO RETURN-CODE
            PERFORM PROGRAM-DONE
        END-IF
        SET key-file-open TO TRUE
    END-IF.

    PERFORM READ-KEY-VAULT.

    IF key-not-found THEN
        MOVE "KEY-UNKNOWN" TO key-reject-code
        MOVE "KEY NOT ON KEYFILE" TO key-reject-text
        SET message-key-bad TO TRUE
    END-IF.

    IF message-key-good AND NOT keyv-active THEN
        MOVE "KEY-RETIRED" TO key-reject-code
        MOVE "KEY IS RETIRED" TO key-reject-text
        SET message-key-bad TO TRUE
    END-IF.

    IF message-key-good
            AND (keyv-effective > run-timestamp(1:8)
                 OR keyv-expiry < run-timestamp(1:8)) THEN
        MOVE "KEY-OUT-OF-DATES" TO key-reject-code
        MOVE "KEY OUTSIDE EFFECTIVE DATES" TO key-reject-text
        SET message-key-bad TO TRUE
    END-IF.

    IF message-key-good AND keyv-keyword = SPACES THEN
        MOVE "KEY-NO-KEYWORD" TO key-reject-code
        MOVE "KEY HAS NO KEYWORD" TO key-reject-text
        SET message-key-bad TO TRUE
    END-IF.

    IF message-key-good THEN
        SET keyword TO FUNCTION UPPER-CASE(keyv-keyword)
        MOVE FUNCTION LENGTH(FUNCTION TRIM(keyword)) TO keyword-length
        PERFORM VALIDATE-KEYWORD-CHARS
    END-IF.

    IF message-key-bad THEN
        MOVE SPACES TO keyword
        MOVE 0 TO keyword-length
    END-IF.

VALIDATE-KEYWORD-CHARS.
    PERFORM VARYING key-pos FROM 1 BY 1
            UNTIL key-pos > keyword-length OR message-key-bad
        MOVE keyword(key-pos:1) TO curr-char
        PERFORM CHECK-CHAR-VALID
        IF char-is-invalid THEN
            MOVE "KEY-BAD-CHARS" TO key-reject-code
            MOVE "KEY HAS CHARACTER OUTSIDE TABLE" TO key-reject-text
            SET message-key-bad TO TRUE
        END-IF
    END-PERFORM.

        END-IF
    ELSE
        OPEN OUTPUT cipher-out
        OPEN EXTEND audit-log
        IF audit-log-status NOT = "00" THEN
            OPEN OUTPUT audit-log
        END-IF
        OPEN OUTPUT freq-rpt
        OPEN OUTPUT excpt-rpt
        OPEN OUTPUT dup-rpt
        OPEN OUTPUT solved-out
    END-IF.

    OPEN EXTEND suspense.
    IF suspense-status NOT = "00" THEN
        OPEN OUTPUT suspense
    END-IF.

    IF results-header-needed THEN
        PERFORM WRITE-RESULTS-HEADER
    END-IF.

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

FIND-HISTORY-CHAIN-START.
    OPEN INPUT hist-arch.
    IF hist-arch-status = "00" THEN
        MOVE "N" TO chain-scan-eof
        PERFORM SCAN-ONE-HIST-ARCH-RECORD UNTIL end-of-chain-scan
        CLOSE hist-arch
    END-IF.

SCAN-ONE-HIST-ARCH-RECORD.
    READ hist-arch
        AT END
            SET end-of-chain-scan TO TRUE
    END-READ.

    IF NOT end-of-chain-scan
            AND hist-arch-record(878:9) IS NUMERIC
            AND hist-arch-record(896:9) IS NUMERIC THEN
        MOVE hist-arch-record(878:9) TO chain-seq
        IF chain-seq > hist-chain-seq THEN
            MOVE chain-seq TO hist-chain-seq
            MOVE hist-arch-record(896:9) TO hist-chain-last
        END-IF
    END-IF.

FIND-SUSPENSE-ITEM-START.
    OPEN INPUT suspense.
    IF suspense-status = "00" THEN
        PERFORM SCAN-ONE-SUSPENSE-LINE UNTIL end-of-suspense
        CLOSE suspense
    END-IF.

SCAN-ONE-SUSPENSE-LINE.
    READ suspense
        AT END
            SET end-of-suspense TO TRUE
    END-READ.

    IF NOT end-of-suspense AND sus-item-id IS NUMERIC THEN
        IF sus-item-id > suspense-last-item THEN
            MOVE sus-item-id TO suspense-last-item
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

LOAD-WORDLIST.
    OPEN INPUT wordlist.

    END-READ.

    IF NOT end-of-dup-load THEN
        IF history-chain-seq IS NUMERIC
                AND history-chain-value IS NUMERIC
                AND history-chain-seq > hist-chain-seq THEN
            MOVE history-chain-seq   TO hist-chain-seq
            MOVE history-chain-value TO hist-chain-last
        END-IF
        MOVE history-msg-id TO dup-store-id
        MOVE history-input  TO dup-store-input
        PERFORM STORE-DUP-ENTRY
    END-STRING
    WRITE excpt-rpt-record.

    MOVE "RT" TO suspend-reason.
    PERFORM SUSPEND-CURRENT-RECORD.

TAKE-TRAILER-TOTALS.
    SET trailer-seen TO TRUE.
    IF cin-expected-count IS NUMERIC THEN
    MOVE cin-msg-id  TO msg-id.
    MOVE cin-request TO msg-request.
    MOVE cin-text    TO str-input.
    MOVE cin-cipher-mode TO msg-cipher-mode.
    MOVE cin-key-name    TO msg-key-name.
    MOVE 1 TO susp-raw-count.
    MOVE cipher-in-record TO susp-raw-rec(1).
    PERFORM PROCESS-LOGICAL-MESSAGE.

PROCESS-BLOCK-BEGIN.
        MOVE "NEW BLOCK BEFORE END, PREVIOUS BLOCK DISCARDED"
            TO block-error-text
        PERFORM WRITE-BLOCK-EXCEPTION
        PERFORM SUSPEND-OPEN-BLOCK
    END-IF.

    SET block-open TO TRUE.
    MOVE "N" TO block-overflow-flag.
    MOVE 1 TO block-raw-count.
    MOVE cipher-in-record TO block-raw-rec(1).
    MOVE cin-msg-id  TO block-msg-id.
    MOVE cin-request TO block-request.
    MOVE cin-cipher-mode TO block-cipher-mode.
    MOVE cin-key-name    TO block-key-name.
    MOVE SPACES TO block-buffer.
    MOVE cin-text TO block-buffer(1:40).
    MOVE 40 TO block-length.
        MOVE "CONTINUATION WITHOUT BEGIN, RECORD IGNORED"
            TO block-error-text
        PERFORM WRITE-BLOCK-EXCEPTION
        MOVE "BL" TO suspend-reason
        PERFORM SUSPEND-CURRENT-RECORD
    ELSE
        IF cin-msg-id NOT = block-msg-id THEN
            MOVE "BLOCK MSG-ID MISMATCH, RECORD IGNORED"
                TO block-error-text
            PERFORM WRITE-BLOCK-EXCEPTION
            MOVE "BL" TO suspend-reason
            PERFORM SUSPEND-CURRENT-RECORD
        ELSE
            IF block-raw-count < susp-raw-max THEN
                ADD 1 TO block-raw-count
                MOVE cipher-in-record TO block-raw-rec(block-raw-count)
            END-IF

            IF block-length + 40 > 200 THEN
                MOVE "MESSAGE LONGER THAN 200, TEXT DROPPED"
                    TO block-error-text
                PERFORM WRITE-BLOCK-EXCEPTION
                SET block-overflowed TO TRUE
            ELSE
                MOVE cin-text TO block-buffer(block-length + 1:40)
                ADD 40 TO block-length
                MOVE block-msg-id  TO msg-id
                MOVE block-request TO msg-request
                MOVE block-buffer  TO str-input
                MOVE block-cipher-mode TO msg-cipher-mode
                MOVE block-key-name    TO msg-key-name
                MOVE block-raw-count   TO susp-raw-count
                MOVE block-raw-table   TO susp-raw-table
                PERFORM PROCESS-LOGICAL-MESSAGE
                IF block-overflowed AND msg-num >= resume-msg-num THEN
                    MOVE "BL" TO suspend-reason
                    PERFORM SUSPEND-MESSAGE
                END-IF
            END-IF
        END-IF
    END-IF.
    END-STRING
    WRITE excpt-rpt-record.

SUSPEND-OPEN-BLOCK.
    MOVE block-raw-count TO susp-raw-count.
    MOVE block-raw-table TO susp-raw-table.
    MOVE "BL" TO suspend-reason.
    SET message-not-suspended TO TRUE.
    PERFORM SUSPEND-MESSAGE.

SUSPEND-CURRENT-RECORD.
    MOVE 1 TO susp-raw-count.
    MOVE cipher-in-record TO susp-raw-rec(1).
    SET message-not-suspended TO TRUE.
    PERFORM SUSPEND-MESSAGE.

SUSPEND-MESSAGE.
    IF message-not-suspended AND susp-raw-count > 0
            AND msg-num + 1 >= resume-msg-num THEN
        SET message-suspended TO TRUE
        ADD 1 TO suspense-last-item
        ADD 1 TO messages-suspended
        PERFORM WRITE-SUSPENSE-LINE
            VARYING susp-pos FROM 1 BY 1
            UNTIL susp-pos > susp-raw-count
    END-IF.

WRITE-SUSPENSE-LINE.
    MOVE SPACES TO suspense-record.
    MOVE susp-raw-rec(susp-pos) TO sus-cipher-in.
    MOVE suspense-last-item     TO sus-item-id.
    MOVE susp-pos               TO sus-line-num.
    MOVE suspend-reason         TO sus-reason.
    MOVE run-timestamp(1:8)     TO sus-date.
    MOVE operator-id            TO sus-operator.
    SET sus-open TO TRUE.
    MOVE "N" TO sus-corrected.
    WRITE suspense-record.

PROCESS-LOGICAL-MESSAGE.
    ADD 1 TO msg-num.
    ADD 1 TO messages-read.
    SET message-not-suspended TO TRUE.

    IF msg-num < resume-msg-num THEN
        ADD 1 TO messages-bypassed
        IF duplicate-found AND dup-suppress-option THEN
            ADD 1 TO duplicates-suppressed
            PERFORM WRITE-DUP-REPORT-LINE
            MOVE "DP" TO suspend-reason
            PERFORM SUSPEND-MESSAGE
        ELSE
            IF duplicate-found THEN
                ADD 1 TO duplicates-flagged
            END-IF
            IF request-encrypt OR request-decrypt
                    OR request-solve OR request-all THEN
                PERFORM SET-MESSAGE-KEY
                PERFORM FIND-KEY-USAGE-SLOT
                IF message-key-good THEN
                    MOVE operations-performed TO ops-before-msg
                    PERFORM RUN-REQUESTED-OPERATIONS
                    PERFORM TALLY-KEY-USAGE
                ELSE
                    PERFORM WRITE-KEY-REJECT-EXCEPTION
                END-IF
            ELSE
                PERFORM WRITE-REQUEST-EXCEPTION
            END-IF
    MOVE SPACES TO encrypt-output.
    MOVE SPACES TO decrypt-output.
    MOVE SPACES TO best-output.
    MOVE SPACES TO solve-status.

    PERFORM VALIDATE-MESSAGE.

    PERFORM WRITE-HISTORY-RECORD.
    PERFORM ADD-DUP-ENTRY.

FIND-KEY-USAGE-SLOT.
    MOVE 0 TO ku-slot.
    PERFORM VARYING ku-pos FROM 1 BY 1
            UNTIL ku-pos > key-usage-count OR ku-slot > 0
        IF ku-mode(ku-pos) = cipher-mode
                AND ku-key-name(ku-pos) = key-name THEN
            MOVE ku-pos TO ku-slot
        END-IF
    END-PERFORM.

    IF ku-slot = 0 THEN
        IF key-usage-count < key-usage-max THEN
            ADD 1 TO key-usage-count
            MOVE key-usage-count TO ku-slot
            MOVE cipher-mode TO ku-mode(ku-slot)
            MOVE key-name    TO ku-key-name(ku-slot)
            MOVE 0 TO ku-messages(ku-slot)
            MOVE 0 TO ku-operations(ku-slot)
            MOVE 0 TO ku-rejected(ku-slot)
        ELSE
            IF NOT key-usage-full THEN
                DISPLAY "Key usage table full at " key-usage-max
                        ", further keys not totalled"
            END-IF
            SET key-usage-full TO TRUE
        END-IF
    END-IF.

TALLY-KEY-USAGE.
    IF ku-slot > 0 THEN
        ADD 1 TO ku-messages(ku-slot)
        COMPUTE ku-operations(ku-slot) = ku-operations(ku-slot)
            + operations-performed - ops-before-msg
    END-IF.

WRITE-KEY-REJECT-EXCEPTION.
    ADD 1 TO messages-skipped.
    ADD 1 TO messages-key-rejected.
    ADD 1 TO exception-count.
    IF ku-slot > 0 THEN
        ADD 1 TO ku-rejected(ku-slot)
    END-IF.

    MOVE SPACES TO excpt-rpt-record.
    STRING "MESSAGE: " msg-num
           "  MSG-ID: "  msg-id
           "  KEY: "     key-name
           "  "          DELIMITED BY SIZE
           key-reject-text DELIMITED BY "  "
           ", MESSAGE SKIPPED" DELIMITED BY SIZE
           INTO excpt-rpt-record
    END-STRING
    WRITE excpt-rpt-record.

    MOVE "KY" TO suspend-reason.
    PERFORM SUSPEND-MESSAGE.

    IF key-reject-code NOT = SPACES THEN
        MOVE key-reject-code TO sec-event-code
        MOVE SPACES TO sec-event-detail
        STRING "MSG-ID: " msg-id "  KEY: " key-name
               INTO sec-event-detail
        END-STRING
        PERFORM WRITE-SECURITY-EVENT
    END-IF.

CHECK-FOR-DUPLICATE.
    SET duplicate-not-found TO TRUE.
    PERFORM VARYING dup-pos FROM 1 BY 1
    END-STRING
    WRITE excpt-rpt-record.

    IF message-not-yet-audited THEN
        MOVE "AU" TO suspend-reason
        PERFORM SUSPEND-MESSAGE
    END-IF.

    MOVE "AUTH-DENIED" TO sec-event-code.
    MOVE SPACES TO sec-event-detail.
    STRING "MSG-ID: " msg-id "  OP: " out-operation
    END-STRING
    WRITE excpt-rpt-record.

    IF message-not-yet-audited THEN
        MOVE "KM" TO suspend-reason
        PERFORM SUSPEND-MESSAGE
    END-IF.

    MOVE "KEY-MISSING" TO sec-event-code.
    MOVE SPACES TO sec-event-detail.
    STRING "MSG-ID: " msg-id "  OP: " out-operation
    END-STRING
    WRITE excpt-rpt-record.

    MOVE "RQ" TO suspend-reason.
    PERFORM SUSPEND-MESSAGE.

DO-ENCRYPTION.
    MOVE str-input TO encrypt-input.
    MOVE SPACES TO encrypt-output.
        MOVE "BLOCK NOT TERMINATED AT END OF FILE, DISCARDED"
            TO block-error-text
        PERFORM WRITE-BLOCK-EXCEPTION
        PERFORM SUSPEND-OPEN-BLOCK
        SET run-out-of-balance TO TRUE
    END-IF.
    IF cipher-out-written NOT = operations-performed THEN
           INTO ctl-rpt-record
    END-STRING
    WRITE ctl-rpt-record.
    MOVE SPACES TO ctl-rpt-record.
    STRING "KEY REJECTS:          " messages-key-rejected
           INTO ctl-rpt-record
    END-STRING
    WRITE ctl-rpt-record.
    MOVE SPACES TO ctl-rpt-record.
    STRING "MESSAGES SUSPENDED:   " messages-suspended
           INTO ctl-rpt-record
    END-STRING
    WRITE ctl-rpt-record.

    MOVE SPACES TO ctl-rpt-record.
    WRITE ctl-rpt-record.
    MOVE "MESSAGES BY KEY" TO ctl-rpt-record.
    WRITE ctl-rpt-record.
    PERFORM WRITE-KEY-USAGE-LINE
        VARYING ku-pos FROM 1 BY 1
        UNTIL ku-pos > key-usage-count.
    IF key-usage-full THEN
        MOVE "  KEY TABLE LIMIT REACHED, FURTHER KEYS NOT LISTED"
            TO ctl-rpt-record
        WRITE ctl-rpt-record
    END-IF.

WRITE-KEY-USAGE-LINE.
    MOVE SPACES TO ctl-rpt-record.
    IF ku-mode(ku-pos) = "V" THEN
        STRING "  MODE: V  KEY: "   ku-key-name(ku-pos)
               "  MESSAGES: "       ku-messages(ku-pos)
               "  OPS: "            ku-operations(ku-pos)
               "  REJECTED: "       ku-rejected(ku-pos)
               INTO ctl-rpt-record
        END-STRING
    ELSE
        STRING "  MODE: "           ku-mode(ku-pos)
               "  KEY: (NONE)  "
               "  MESSAGES: "       ku-messages(ku-pos)
               "  OPS: "            ku-operations(ku-pos)
               "  REJECTED: "       ku-rejected(ku-pos)
               INTO ctl-rpt-record
        END-STRING
    END-IF.
    WRITE ctl-rpt-record.

WRITE-AUDIT-RECORD.
    ADD 1 TO audit-written.
           "  OUTPUT: "     audit-output(1:msg-length)
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

WRITE-HISTORY-RECORD.
    MOVE encrypt-output  TO history-encrypted.
    MOVE decrypt-output  TO history-decrypted.
    MOVE msg-id          TO history-msg-id.
    MOVE SPACES          TO history-solve-keyword.
    MOVE 0               TO history-solve-shift.
    EVALUATE solve-status
        WHEN "ACCEPTED"
            SET history-solve-accepted TO TRUE
        WHEN "NEEDS-REVIEW"
            SET history-solve-review TO TRUE
        WHEN OTHER
            MOVE SPACE TO history-solve-status
    END-EVALUATE.
    IF solve-status NOT = SPACES THEN
        IF vigenere-mode THEN
            MOVE vig-keyword(1:vig-best-len) TO history-solve-keyword
        ELSE
            MOVE best-shift TO history-solve-shift
        END-IF
    END-IF.
    MOVE best-output     TO history-solved.
    MOVE SPACES          TO history-review-by.
    MOVE SPACES          TO history-review-date.

    MOVE 0                     TO chain-prev.
    MOVE 0                     TO chain-seq.
    MOVE history-record(649:229) TO chain-text.
    MOVE 229                   TO chain-length.
    PERFORM COMPUTE-CHAIN-VALUE.
    MOVE chain-value           TO solve-check.

    COMPUTE chain-seq = hist-chain-seq + 1.
    MOVE hist-chain-last     TO chain-prev.
    MOVE history-record(1:648) TO chain-text.
    MOVE solve-check         TO chain-text(649:9).
    MOVE 657                 TO chain-length.
    PERFORM COMPUTE-CHAIN-VALUE.
    MOVE chain-seq           TO history-chain-seq.
    MOVE chain-prev          TO history-chain-prev.
    MOVE chain-value         TO history-chain-value.

    WRITE history-record
        INVALID KEY
            DISPLAY "WRITE-HISTORY-RECORD: record not written, status "
                    history-status
        NOT INVALID KEY
            ADD 1 TO history-written
            MOVE chain-seq   TO hist-chain-seq
            MOVE chain-value TO hist-chain-last
    END-WRITE.

WRITE-SECURITY-EVENT.
