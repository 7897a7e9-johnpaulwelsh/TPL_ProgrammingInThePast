IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-capmon.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT cap-card
        ASSIGN TO "CAPCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cap-card-status.
    SELECT cap-hist
        ASSIGN TO "CAPHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cap-hist-status.
    SELECT history-file
        ASSIGN TO "HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS history-key
        ALTERNATE RECORD KEY IS history-run-date WITH DUPLICATES
        ALTERNATE RECORD KEY IS history-operator WITH DUPLICATES
        FILE STATUS IS history-status.
    SELECT wordlist
        ASSIGN TO "WORDLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wordlist-status.
    SELECT key-file
        ASSIGN TO "KEYFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS keyv-name
        FILE STATUS IS key-file-status.
    SELECT oper-file
        ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS oper-id
        FILE STATUS IS oper-file-status.
    SELECT audit-log
        ASSIGN TO "AUDIT-LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-log-status.
    SELECT sec-log
        ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sec-log-status.
    SELECT cap-rpt
        ASSIGN TO "CAP-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cap-rpt-status.

DATA DIVISION.

FILE SECTION.
FD  cap-card.
01  cap-card-record.
    05  capc-warn-pct   PIC X(03).
    05  capc-filler-1   PIC X.
    05  capc-crit-pct   PIC X(03).
    05  capc-filler-2   PIC X.
    05  capc-window     PIC X(03).
    05  capc-filler-3   PIC X.
    05  capc-audit-max  PIC X(09).
    05  capc-filler-4   PIC X.
    05  capc-seclog-max PIC X(09).

FD  cap-hist.
01  cap-hist-record.
    05  caph-date       PIC X(08).
    05  caph-filler-1   PIC X.
    05  caph-code       PIC X(08).
    05  caph-filler-2   PIC X.
    05  caph-count      PIC 9(09).

FD  history-file.
COPY historec.

FD  wordlist.
01  wordlist-record     PIC X(20).

FD  key-file.
01  key-vault-record.
    05  keyv-name       PIC X(08).
    05  keyv-keyword    PIC X(20).
    05  keyv-effective  PIC X(08).
    05  keyv-expiry     PIC X(08).
    05  keyv-status     PIC X(01).
        88  keyv-active           VALUE "A".
        88  keyv-retired          VALUE "R".

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

FD  audit-log.
01  audit-line          PIC X(560).

FD  sec-log.
01  sec-log-record      PIC X(120).

FD  cap-rpt.
01  cap-rpt-record      PIC X(132).

WORKING-STORAGE SECTION.

01  cap-card-status    PIC X(02).
01  cap-hist-status    PIC X(02).
01  history-status     PIC X(02).
01  wordlist-status    PIC X(02).
01  key-file-status    PIC X(02).
01  oper-file-status   PIC X(02).
01  audit-log-status   PIC X(02).
01  sec-log-status     PIC X(02).
01  cap-rpt-status     PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-date           PIC X(08).
01  today-int          PIC 9(08).
01  window-start-int   PIC 9(08).
01  sample-int         PIC 9(08).
01  scan-eof           PIC X(01)  VALUE "N".
    88  end-of-scan           VALUE "Y".
01  warn-pct           PIC 9(03)  VALUE 80.
01  crit-pct           PIC 9(03)  VALUE 95.
01  window-days        PIC 9(03)  VALUE 7.
01  audit-line-max     PIC 9(09)  VALUE 100000.
01  seclog-line-max    PIC 9(09)  VALUE 50000.
01  project-warn-days  PIC 9(03)  VALUE 7.
01  edit-pct           PIC X(03)  JUSTIFIED RIGHT.
01  edit-lines         PIC X(09)  JUSTIFIED RIGHT.
01  dup-table-limit    PIC 9(09)  VALUE 2000.
01  recon-table-limit  PIC 9(09)  VALUE 500.
01  msg-num-limit      PIC 9(09)  VALUE 99999.
01  word-table-limit   PIC 9(09)  VALUE 1000.
01  key-table-limit    PIC 9(09)  VALUE 50.
01  oper-table-limit   PIC 9(09)  VALUE 20.
01  history-live       PIC 9(09)  VALUE 0.
01  history-dates      PIC 9(05)  VALUE 0.
01  history-peak-count PIC 9(09)  VALUE 0.
01  history-peak-date  PIC X(08)  VALUE SPACES.
01  date-count         PIC 9(09)  VALUE 0.
01  current-date-seen  PIC X(08)  VALUE SPACES.
01  words-on-file      PIC 9(09)  VALUE 0.
01  keys-on-file       PIC 9(09)  VALUE 0.
01  keys-active        PIC 9(09)  VALUE 0.
01  opers-on-file      PIC 9(09)  VALUE 0.
01  opers-active       PIC 9(09)  VALUE 0.
01  audit-lines        PIC 9(09)  VALUE 0.
01  seclog-lines       PIC 9(09)  VALUE 0.
01  sample-count       PIC 9(02)  VALUE 0.
01  sample-max         PIC 9(02)  VALUE 20.
01  sample-table.
    05  sample-entry OCCURS 20 TIMES.
        10  sm-code           PIC X(08).
        10  sm-date           PIC X(08).
        10  sm-count          PIC 9(09).
01  sample-pos         PIC 9(02)  VALUE 0.
01  sample-slot        PIC 9(02)  VALUE 0.
01  new-code           PIC X(08).
01  new-name           PIC X(26).
01  new-current        PIC 9(09).
01  new-limit          PIC 9(09).
01  new-action         PIC X(60).
01  measure-count      PIC 9(02)  VALUE 0.
01  measure-table.
    05  measure-entry OCCURS 10 TIMES.
        10  mc-code           PIC X(08).
        10  mc-name           PIC X(26).
        10  mc-current        PIC 9(09).
        10  mc-limit          PIC 9(09).
        10  mc-pct            PIC 9(05).
        10  mc-level          PIC X(08).
        10  mc-growth         PIC S9(07)V9.
        10  mc-days-left      PIC 9(05).
        10  mc-projected      PIC X(01).
        10  mc-action         PIC X(60).
01  measure-pos        PIC 9(02)  VALUE 0.
01  sample-days        PIC 9(05)  VALUE 0.
01  room-left          PIC 9(09)  VALUE 0.
01  warnings-raised    PIC 9(03)  VALUE 0.
01  criticals-raised   PIC 9(03)  VALUE 0.
01  disp-count         PIC ZZZ,ZZZ,ZZ9.
01  disp-limit         PIC ZZZ,ZZZ,ZZ9.
01  disp-pct           PIC ZZZZ9.
01  disp-growth        PIC -ZZZ,ZZ9.9.
01  disp-days          PIC ZZZZ9.
01  days-text          PIC X(13).

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:8) TO run-date.
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
        TO today-int.

    PERFORM READ-THRESHOLD-CARD.
    COMPUTE window-start-int = today-int - window-days.

    OPEN OUTPUT cap-rpt.
    IF cap-rpt-status NOT = "00" THEN
        DISPLAY "FATAL: CAP-RPT could not be opened, status "
                cap-rpt-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    PERFORM LOAD-GROWTH-SAMPLES.

    PERFORM COUNT-HISTORY.
    PERFORM COUNT-WORDLIST.
    PERFORM COUNT-KEYFILE.
    PERFORM COUNT-OPERFILE.
    PERFORM COUNT-AUDIT-LOG.
    PERFORM COUNT-SECURITY-LOG.

    PERFORM BUILD-MEASURES.

    PERFORM WRITE-MEASURE-HEADING.
    PERFORM WRITE-ONE-MEASURE
        VARYING measure-pos FROM 1 BY 1
        UNTIL measure-pos > measure-count.

    PERFORM RECORD-GROWTH-SAMPLES.
    PERFORM WRITE-REPORT-TOTALS.

    CLOSE cap-rpt.

    PERFORM PROGRAM-DONE.

READ-THRESHOLD-CARD.
    OPEN INPUT cap-card.

    IF cap-card-status = "00" THEN
        READ cap-card
            AT END
                DISPLAY "CAPCARD is empty, using default thresholds"
        END-READ

        IF cap-card-status = "00" THEN
            IF capc-warn-pct NOT = SPACES THEN
                MOVE capc-warn-pct TO edit-pct
                PERFORM EDIT-PERCENT-FIELD
                MOVE edit-pct TO warn-pct
            END-IF
            IF capc-crit-pct NOT = SPACES THEN
                MOVE capc-crit-pct TO edit-pct
                PERFORM EDIT-PERCENT-FIELD
                MOVE edit-pct TO crit-pct
            END-IF
            IF capc-window NOT = SPACES THEN
                MOVE capc-window TO edit-pct
                PERFORM EDIT-PERCENT-FIELD
                MOVE edit-pct TO window-days
            END-IF
            IF capc-audit-max NOT = SPACES THEN
                MOVE capc-audit-max TO edit-lines
                PERFORM EDIT-LINES-FIELD
                MOVE edit-lines TO audit-line-max
            END-IF
            IF capc-seclog-max NOT = SPACES THEN
                MOVE capc-seclog-max TO edit-lines
                PERFORM EDIT-LINES-FIELD
                MOVE edit-lines TO seclog-line-max
            END-IF
        END-IF

        CLOSE cap-card
    ELSE
        DISPLAY "CAPCARD not found, using default thresholds"
    END-IF.

    IF warn-pct = 0 OR warn-pct > crit-pct OR crit-pct > 100 THEN
        DISPLAY "FATAL: CAPCARD warning " warn-pct "% and critical "
                crit-pct "% are not in order"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    IF window-days = 0 THEN
        MOVE 7 TO window-days
    END-IF.

EDIT-PERCENT-FIELD.
    MOVE FUNCTION TRIM(edit-pct) TO edit-pct.
    INSPECT edit-pct REPLACING LEADING " " BY "0".
    IF edit-pct IS NOT NUMERIC THEN
        DISPLAY "FATAL: CAPCARD value " edit-pct " is not numeric"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

EDIT-LINES-FIELD.
    MOVE FUNCTION TRIM(edit-lines) TO edit-lines.
    INSPECT edit-lines REPLACING LEADING " " BY "0".
    IF edit-lines IS NOT NUMERIC OR edit-lines = "000000000" THEN
        DISPLAY "FATAL: CAPCARD line limit " edit-lines
                " is not a positive number"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO cap-rpt-record.
    STRING "CAPACITY AND THRESHOLD MONITOR  " run-date
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

    MOVE SPACES TO cap-rpt-record.
    STRING "WARNING AT " warn-pct "%  CRITICAL AT " crit-pct
           "%  GROWTH WINDOW DAYS: " window-days
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

    MOVE SPACES TO cap-rpt-record.
    WRITE cap-rpt-record.

LOAD-GROWTH-SAMPLES.
    OPEN INPUT cap-hist.

    IF cap-hist-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM LOAD-ONE-GROWTH-SAMPLE UNTIL end-of-scan
        CLOSE cap-hist
    ELSE
        DISPLAY "CAPHIST not found, no growth projection this run"
    END-IF.

LOAD-ONE-GROWTH-SAMPLE.
    READ cap-hist
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND caph-date IS NUMERIC
            AND caph-count IS NUMERIC THEN
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(caph-date))
            TO sample-int
        IF sample-int >= window-start-int AND sample-int < today-int
                THEN
            MOVE caph-code TO new-code
            PERFORM FIND-SAMPLE-SLOT
            IF sample-slot = 0 AND sample-count < sample-max THEN
                ADD 1 TO sample-count
                MOVE sample-count TO sample-slot
                MOVE caph-code  TO sm-code(sample-slot)
                MOVE caph-date  TO sm-date(sample-slot)
                MOVE caph-count TO sm-count(sample-slot)
            END-IF
            IF sample-slot > 0 THEN
                IF caph-date < sm-date(sample-slot) THEN
                    MOVE caph-date  TO sm-date(sample-slot)
                    MOVE caph-count TO sm-count(sample-slot)
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-SAMPLE-SLOT.
    MOVE 0 TO sample-slot.
    PERFORM VARYING sample-pos FROM 1 BY 1
            UNTIL sample-pos > sample-count OR sample-slot > 0
        IF sm-code(sample-pos) = new-code THEN
            MOVE sample-pos TO sample-slot
        END-IF
    END-PERFORM.

COUNT-HISTORY.
    OPEN INPUT history-file.

    IF history-status = "00" THEN
        MOVE "LIVE HISTORY BY DATE" TO cap-rpt-record
        WRITE cap-rpt-record
        MOVE "N" TO scan-eof
        PERFORM COUNT-ONE-HISTORY UNTIL end-of-scan
        IF current-date-seen NOT = SPACES THEN
            PERFORM WRITE-DATE-COUNT
        END-IF
        CLOSE history-file
        MOVE SPACES TO cap-rpt-record
        WRITE cap-rpt-record
    ELSE
        DISPLAY "HISTORY not available, status " history-status
        MOVE "HISTORY NOT AVAILABLE" TO cap-rpt-record
        WRITE cap-rpt-record
    END-IF.

COUNT-ONE-HISTORY.
    READ history-file
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        ADD 1 TO history-live
        IF history-run-date NOT = current-date-seen THEN
            IF current-date-seen NOT = SPACES THEN
                PERFORM WRITE-DATE-COUNT
            END-IF
            MOVE history-run-date TO current-date-seen
            MOVE 0 TO date-count
            ADD 1 TO history-dates
        END-IF
        ADD 1 TO date-count
    END-IF.

WRITE-DATE-COUNT.
    IF date-count > history-peak-count THEN
        MOVE date-count        TO history-peak-count
        MOVE current-date-seen TO history-peak-date
    END-IF.

    MOVE date-count TO disp-count.
    MOVE SPACES TO cap-rpt-record.
    STRING "  " current-date-seen
           "  " disp-count
           DELIMITED BY SIZE
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

COUNT-WORDLIST.
    OPEN INPUT wordlist.

    IF wordlist-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM COUNT-ONE-WORD UNTIL end-of-scan
        CLOSE wordlist
    ELSE
        DISPLAY "WORDLIST not available, status " wordlist-status
    END-IF.

COUNT-ONE-WORD.
    READ wordlist
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan AND wordlist-record NOT = SPACES THEN
        ADD 1 TO words-on-file
    END-IF.

COUNT-KEYFILE.
    OPEN INPUT key-file.

    IF key-file-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM COUNT-ONE-KEY UNTIL end-of-scan
        CLOSE key-file
    ELSE
        DISPLAY "KEYFILE not available, status " key-file-status
    END-IF.

COUNT-ONE-KEY.
    READ key-file
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        ADD 1 TO keys-on-file
        IF keyv-active THEN
            ADD 1 TO keys-active
        END-IF
    END-IF.

COUNT-OPERFILE.
    OPEN INPUT oper-file.

    IF oper-file-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM COUNT-ONE-OPERATOR UNTIL end-of-scan
        CLOSE oper-file
    ELSE
        DISPLAY "OPERFILE not available, status " oper-file-status
    END-IF.

COUNT-ONE-OPERATOR.
    READ oper-file
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        ADD 1 TO opers-on-file
        IF oper-active THEN
            ADD 1 TO opers-active
        END-IF
    END-IF.

COUNT-AUDIT-LOG.
    OPEN INPUT audit-log.

    IF audit-log-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM COUNT-ONE-AUDIT-LINE UNTIL end-of-scan
        CLOSE audit-log
    ELSE
        DISPLAY "AUDIT-LOG not available, status " audit-log-status
    END-IF.

COUNT-ONE-AUDIT-LINE.
    READ audit-log
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        ADD 1 TO audit-lines
    END-IF.

COUNT-SECURITY-LOG.
    OPEN INPUT sec-log.

    IF sec-log-status = "00" THEN
        MOVE "N" TO scan-eof
        PERFORM COUNT-ONE-SECURITY-LINE UNTIL end-of-scan
        CLOSE sec-log
    ELSE
        DISPLAY "SECLOG not available, status " sec-log-status
    END-IF.

COUNT-ONE-SECURITY-LINE.
    READ sec-log
        AT END
            SET end-of-scan TO TRUE
    END-READ.

    IF NOT end-of-scan THEN
        ADD 1 TO seclog-lines
    END-IF.

BUILD-MEASURES.
    MOVE "HISTLIVE"                   TO new-code.
    MOVE "HISTORY LIVE RECORDS"       TO new-name.
    MOVE history-live                 TO new-current.
    MOVE dup-table-limit              TO new-limit.
    MOVE "RUN HOUSEKEEP TO ARCHIVE HISTORY, OR RAISE CIPHER DUP TABLE"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "HISTDAY"                    TO new-code.
    MOVE "HISTORY PEAK DAY (RECON)"   TO new-name.
    MOVE history-peak-count           TO new-current.
    MOVE recon-table-limit            TO new-limit.
    MOVE "RAISE RECON HISTORY TABLE BEFORE THE NEXT RECONCILIATION"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "MSGNUM"                     TO new-code.
    MOVE "HISTORY PEAK DAY (MSG-NUM)" TO new-name.
    MOVE history-peak-count           TO new-current.
    MOVE msg-num-limit                TO new-limit.
    MOVE "SPLIT THE DAY'S CIPHER-IN OR WIDEN THE MESSAGE NUMBER"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "WORDLIST"                   TO new-code.
    MOVE "WORDLIST ENTRIES"           TO new-name.
    MOVE words-on-file                TO new-current.
    MOVE word-table-limit             TO new-limit.
    MOVE "PRUNE WORDLIST OR RAISE CIPHER WORD TABLE"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "KEYFILE"                    TO new-code.
    MOVE "KEYFILE ACTIVE KEYS"        TO new-name.
    MOVE keys-active                  TO new-current.
    MOVE key-table-limit              TO new-limit.
    MOVE "RETIRE UNUSED KEYS OR RAISE KEY USAGE AND EXPIRY TABLES"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "OPERFILE"                   TO new-code.
    MOVE "OPERFILE ACTIVE OPERATORS"  TO new-name.
    MOVE opers-active                 TO new-current.
    MOVE oper-table-limit             TO new-limit.
    MOVE "RETIRE LEAVERS OR RAISE OPERATOR SUMMARY TABLES"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "AUDITLOG"                   TO new-code.
    MOVE "AUDIT-LOG LINES"            TO new-name.
    MOVE audit-lines                  TO new-current.
    MOVE audit-line-max               TO new-limit.
    MOVE "RUN HOUSEKEEP TO ARCHIVE AUDIT-LOG"
        TO new-action.
    PERFORM ADD-MEASURE.

    MOVE "SECLOG"                     TO new-code.
    MOVE "SECLOG LINES"               TO new-name.
    MOVE seclog-lines                 TO new-current.
    MOVE seclog-line-max              TO new-limit.
    MOVE "REVIEW WITH SECREV AND ROLL SECLOG TO OFFLINE STORAGE"
        TO new-action.
    PERFORM ADD-MEASURE.

ADD-MEASURE.
    ADD 1 TO measure-count.
    MOVE new-code    TO mc-code(measure-count).
    MOVE new-name    TO mc-name(measure-count).
    MOVE new-current TO mc-current(measure-count).
    MOVE new-limit   TO mc-limit(measure-count).
    MOVE new-action  TO mc-action(measure-count).
    MOVE 0           TO mc-growth(measure-count).
    MOVE 0           TO mc-days-left(measure-count).
    MOVE "N"         TO mc-projected(measure-count).

    IF new-current >= new-limit THEN
        MOVE 100 TO mc-pct(measure-count)
        IF new-current > new-limit THEN
            COMPUTE mc-pct(measure-count) = new-current * 100 / new-limit
                ON SIZE ERROR
                    MOVE 99999 TO mc-pct(measure-count)
            END-COMPUTE
        END-IF
    ELSE
        COMPUTE mc-pct(measure-count) = new-current * 100 / new-limit
    END-IF.

    PERFORM PROJECT-DAYS-LEFT.

    EVALUATE TRUE
        WHEN mc-pct(measure-count) >= crit-pct
            MOVE "CRITICAL" TO mc-level(measure-count)
        WHEN mc-projected(measure-count) = "Y"
                AND mc-days-left(measure-count) <= 1
            MOVE "CRITICAL" TO mc-level(measure-count)
        WHEN mc-pct(measure-count) >= warn-pct
            MOVE "WARNING"  TO mc-level(measure-count)
        WHEN mc-projected(measure-count) = "Y"
                AND mc-days-left(measure-count) <= project-warn-days
            MOVE "WARNING"  TO mc-level(measure-count)
        WHEN OTHER
            MOVE "OK"       TO mc-level(measure-count)
    END-EVALUATE.

    IF mc-level(measure-count) = "CRITICAL" THEN
        ADD 1 TO criticals-raised
    END-IF.
    IF mc-level(measure-count) = "WARNING" THEN
        ADD 1 TO warnings-raised
    END-IF.

PROJECT-DAYS-LEFT.
    PERFORM FIND-SAMPLE-SLOT.

    IF sample-slot > 0 THEN
        COMPUTE sample-days = today-int
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(sm-date(sample-slot)))
        IF sample-days > 0 THEN
            COMPUTE mc-growth(measure-count) ROUNDED =
                (new-current - sm-count(sample-slot)) / sample-days
        END-IF
    END-IF.

    IF mc-growth(measure-count) > 0 THEN
        MOVE "Y" TO mc-projected(measure-count)
        IF new-current >= new-limit THEN
            MOVE 0 TO mc-days-left(measure-count)
        ELSE
            COMPUTE room-left = new-limit - new-current
            COMPUTE mc-days-left(measure-count) =
                room-left / mc-growth(measure-count)
                ON SIZE ERROR
                    MOVE 99999 TO mc-days-left(measure-count)
            END-COMPUTE
        END-IF
    END-IF.

WRITE-MEASURE-HEADING.
    MOVE SPACES TO cap-rpt-record.
    STRING "MEASURE                        CURRENT        LIMIT"
           "    PCT  LEVEL     GROWTH/DAY  DAYS LEFT"
           DELIMITED BY SIZE
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

WRITE-ONE-MEASURE.
    MOVE mc-current(measure-pos) TO disp-count.
    MOVE mc-limit(measure-pos)   TO disp-limit.
    MOVE mc-pct(measure-pos)     TO disp-pct.
    MOVE mc-growth(measure-pos)  TO disp-growth.
    IF mc-projected(measure-pos) = "Y" THEN
        MOVE mc-days-left(measure-pos) TO disp-days
        MOVE disp-days TO days-text
    ELSE
        MOVE "  NOT GROWING" TO days-text
    END-IF.

    MOVE SPACES TO cap-rpt-record.
    STRING mc-name(measure-pos)
           " " disp-count
           "  " disp-limit
           "  " disp-pct
           "  " mc-level(measure-pos)
           "  " disp-growth
           "  " days-text
           DELIMITED BY SIZE
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

    IF mc-level(measure-pos) NOT = "OK" THEN
        MOVE SPACES TO cap-rpt-record
        STRING "    RECOMMEND: " mc-action(measure-pos)
               DELIMITED BY SIZE
               INTO cap-rpt-record
        END-STRING
        WRITE cap-rpt-record
    END-IF.

RECORD-GROWTH-SAMPLES.
    OPEN EXTEND cap-hist.
    IF cap-hist-status NOT = "00" THEN
        OPEN OUTPUT cap-hist
    END-IF.

    IF cap-hist-status = "00" THEN
        PERFORM VARYING measure-pos FROM 1 BY 1
                UNTIL measure-pos > measure-count
            MOVE SPACES                  TO cap-hist-record
            MOVE run-date                TO caph-date
            MOVE mc-code(measure-pos)    TO caph-code
            MOVE mc-current(measure-pos) TO caph-count
            WRITE cap-hist-record
        END-PERFORM
        CLOSE cap-hist
    ELSE
        DISPLAY "CAPHIST could not be opened, status " cap-hist-status
                ", growth not recorded"
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO cap-rpt-record.
    WRITE cap-rpt-record.

    MOVE SPACES TO cap-rpt-record.
    STRING "HISTORY DATES ON FILE: " history-dates
           "  PEAK DATE: "         history-peak-date
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

    MOVE SPACES TO cap-rpt-record.
    STRING "KEYFILE RECORDS:      " keys-on-file
           "  OPERFILE RECORDS: " opers-on-file
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

    MOVE SPACES TO cap-rpt-record.
    STRING "MEASURES CRITICAL:    " criticals-raised
           "  WARNING: "          warnings-raised
           INTO cap-rpt-record
    END-STRING
    WRITE cap-rpt-record.

    MOVE SPACES TO cap-rpt-record.
    EVALUATE TRUE
        WHEN criticals-raised > 0
            MOVE "HOLD THE CIPHER RUN UNTIL THE CRITICAL MEASURES ARE CLEARED"
                TO cap-rpt-record
            MOVE 8 TO RETURN-CODE
        WHEN warnings-raised > 0
            MOVE "CIPHER RUN MAY PROCEED, PLAN THE RECOMMENDED ACTIONS"
                TO cap-rpt-record
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE "ALL MEASURES WITHIN THRESHOLDS" TO cap-rpt-record
    END-EVALUATE.
    WRITE cap-rpt-record.

PROGRAM-DONE.
    STOP RUN.
