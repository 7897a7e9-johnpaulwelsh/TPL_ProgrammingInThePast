IDENTIFICATION DIVISION.
PROGRAM-ID.    john-paul-welsh-chargebk.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT chg-card
        ASSIGN TO "CHGCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chg-card-status.
    SELECT rate-file
        ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-file-status.
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
    SELECT oper-file
        ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-id
        FILE STATUS IS oper-file-status.
    SELECT chg-rpt
        ASSIGN TO "CHG-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chg-rpt-status.
    SELECT chg-ext
        ASSIGN TO "CHGEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chg-ext-status.

DATA DIVISION.

FILE SECTION.
FD  chg-card.
01  chg-card-record.
    05  chgc-from-date  PIC X(08).
    05  chgc-filler-1   PIC X.
    05  chgc-to-date    PIC X(08).

FD  rate-file.
01  rate-file-record.
    05  rtf-operation   PIC X(01).
    05  rtf-filler-1    PIC X.
    05  rtf-mode        PIC X(01).
    05  rtf-filler-2    PIC X.
    05  rtf-effective   PIC X(08).
    05  rtf-filler-3    PIC X.
    05  rtf-price       PIC X(10).

FD  history-file.
COPY historec.

FD  hist-arch.
01  hist-arch-record    PIC X(904).

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

FD  chg-rpt.
01  chg-rpt-record      PIC X(132).

FD  chg-ext.
COPY chgextrec.

WORKING-STORAGE SECTION.

01  chg-card-status    PIC X(02).
01  rate-file-status   PIC X(02).
01  history-status     PIC X(02).
01  hist-arch-status   PIC X(02).
01  oper-file-status   PIC X(02).
01  chg-rpt-status     PIC X(02).
01  chg-ext-status     PIC X(02).
01  run-timestamp-raw  PIC X(21).
01  run-date           PIC X(08).
01  from-date          PIC X(08)  VALUE SPACES.
01  to-date            PIC X(08)  VALUE SPACES.
01  work-int           PIC 9(08).
01  work-date-n        PIC 9(08).
01  first-of-month     PIC X(08).
01  history-eof        PIC X(01)  VALUE "N".
    88  end-of-history        VALUE "Y".
01  hist-arch-eof      PIC X(01)  VALUE "N".
    88  end-of-hist-arch      VALUE "Y".
01  rate-eof           PIC X(01)  VALUE "N".
    88  end-of-rates          VALUE "Y".
01  history-open-flag  PIC X(01)  VALUE "N".
    88  history-is-open       VALUE "Y".
01  oper-open-flag     PIC X(01)  VALUE "N".
    88  oper-file-open        VALUE "Y".
01  live-copy-flag     PIC X(01)  VALUE "N".
    88  live-copy-found       VALUE "Y".
01  arch-key-count     PIC 9(05)  VALUE 0.
01  arch-key-max       PIC 9(05)  VALUE 20000.
01  arch-key-table.
    05  arch-key OCCURS 20000 TIMES PIC X(21).
01  arch-key-pos       PIC 9(05)  VALUE 0.
01  rate-count         PIC 9(03)  VALUE 0.
01  rate-max           PIC 9(03)  VALUE 100.
01  rate-table.
    05  rate-entry OCCURS 100 TIMES.
        10  rt-operation      PIC X(01).
        10  rt-mode           PIC X(01).
        10  rt-effective      PIC X(08).
        10  rt-price          PIC 9(05)V9(04).
01  rate-pos           PIC 9(03)  VALUE 0.
01  rate-slot          PIC 9(03)  VALUE 0.
01  rate-cards-read    PIC 9(05)  VALUE 0.
01  edit-price-whole   PIC X(05)  JUSTIFIED RIGHT.
01  edit-price-frac    PIC X(04).
01  price-text-whole   PIC X(10).
01  price-text-frac    PIC X(10).
01  price-whole        PIC 9(05).
01  price-frac         PIC 9(04).
01  work-price         PIC 9(05)V9(04).
01  rate-error         PIC X(40)  VALUE SPACES.
01  msg-date           PIC X(08).
01  msg-mode           PIC X(01).
01  msg-operator       PIC X(08).
01  msg-cost-center    PIC X(06).
01  work-operation     PIC X(01).
01  last-oper-id       PIC X(08)  VALUE HIGH-VALUES.
01  last-cost-center   PIC X(06)  VALUE SPACES.
01  no-center-text     PIC X(06)  VALUE "*NONE*".
01  new-charge-key.
    05  nck-cost-center   PIC X(06).
    05  nck-operator      PIC X(08).
    05  nck-operation     PIC X(01).
    05  nck-mode          PIC X(01).
    05  nck-effective     PIC X(08).
01  charge-count       PIC 9(04)  VALUE 0.
01  charge-max         PIC 9(04)  VALUE 500.
01  charge-table.
    05  charge-entry OCCURS 500 TIMES.
        10  ch-key.
            15  ch-cost-center    PIC X(06).
            15  ch-operator       PIC X(08).
            15  ch-operation      PIC X(01).
            15  ch-mode           PIC X(01).
            15  ch-effective      PIC X(08).
        10  ch-quantity       PIC 9(07).
        10  ch-price          PIC 9(05)V9(04).
        10  ch-amount         PIC 9(09)V99.
01  charge-pos         PIC 9(04)  VALUE 0.
01  shift-pos          PIC 9(04)  VALUE 0.
01  unpriced-count     PIC 9(02)  VALUE 0.
01  unpriced-max       PIC 9(02)  VALUE 20.
01  unpriced-table.
    05  unpriced-entry OCCURS 20 TIMES.
        10  up-operation      PIC X(01).
        10  up-mode           PIC X(01).
        10  up-first-date     PIC X(08).
        10  up-count          PIC 9(07).
01  unpriced-pos       PIC 9(02)  VALUE 0.
01  unpriced-slot      PIC 9(02)  VALUE 0.
01  messages-read      PIC 9(07)  VALUE 0.
01  messages-live      PIC 9(07)  VALUE 0.
01  messages-archived  PIC 9(07)  VALUE 0.
01  restored-skipped   PIC 9(07)  VALUE 0.
01  messages-no-center PIC 9(07)  VALUE 0.
01  operations-priced  PIC 9(07)  VALUE 0.
01  operations-unpriced PIC 9(07) VALUE 0.
01  center-operations  PIC 9(07)  VALUE 0.
01  center-amount      PIC 9(11)V99 VALUE 0.
01  grand-amount       PIC 9(11)V99 VALUE 0.
01  current-center     PIC X(06)  VALUE SPACES.
01  centers-billed     PIC 9(05)  VALUE 0.
01  extract-written    PIC 9(07)  VALUE 0.
01  disp-quantity      PIC Z,ZZZ,ZZ9.
01  disp-price         PIC ZZ,ZZ9.9999.
01  disp-amount        PIC ZZZ,ZZZ,ZZ9.99.
01  disp-total         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:8) TO run-date.

    PERFORM READ-PERIOD-CARD.
    PERFORM EDIT-PERIOD-RANGE.
    PERFORM LOAD-RATE-TABLE.

    OPEN INPUT oper-file.
    IF oper-file-status = "00" THEN
        SET oper-file-open TO TRUE
    ELSE
        DISPLAY "OPERFILE not available, status " oper-file-status
                ", all work billed to " no-center-text
    END-IF.

    PERFORM PRICE-LIVE-HISTORY.
    PERFORM PRICE-ARCHIVED-HISTORY.

    IF history-is-open THEN
        CLOSE history-file
    END-IF.
    IF oper-file-open THEN
        CLOSE oper-file
    END-IF.

    OPEN OUTPUT chg-rpt.
    IF chg-rpt-status NOT = "00" THEN
        DISPLAY "FATAL: CHG-RPT could not be opened, status "
                chg-rpt-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    OPEN OUTPUT chg-ext.
    IF chg-ext-status NOT = "00" THEN
        DISPLAY "FATAL: CHGEXT could not be opened, status "
                chg-ext-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    PERFORM WRITE-EXTRACT-HEADER.

    PERFORM WRITE-ONE-CHARGE-LINE
        VARYING charge-pos FROM 1 BY 1
        UNTIL charge-pos > charge-count.

    IF charge-count > 0 THEN
        PERFORM WRITE-CENTER-TOTAL
    END-IF.

    PERFORM WRITE-EXTRACT-TRAILER.
    PERFORM WRITE-UNPRICED-SECTION.
    PERFORM WRITE-REPORT-TOTALS.

    CLOSE chg-rpt.
    CLOSE chg-ext.

    PERFORM PROGRAM-DONE.

READ-PERIOD-CARD.
    OPEN INPUT chg-card.

    IF chg-card-status = "00" THEN
        READ chg-card
            AT END
                DISPLAY "CHGCARD is empty, billing the previous month"
        END-READ

        IF chg-card-status = "00" THEN
            IF chgc-from-date NOT = SPACES THEN
                MOVE chgc-from-date TO from-date
            END-IF
            IF chgc-to-date NOT = SPACES THEN
                MOVE chgc-to-date TO to-date
            END-IF
        END-IF

        CLOSE chg-card
    ELSE
        DISPLAY "CHGCARD not found, billing the previous month"
    END-IF.

EDIT-PERIOD-RANGE.
    IF from-date = SPACES OR to-date = SPACES THEN
        STRING run-date(1:6) "01"
               DELIMITED BY SIZE
               INTO first-of-month
        END-STRING
        COMPUTE work-int =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(first-of-month))
            - 1
        MOVE FUNCTION DATE-OF-INTEGER(work-int) TO work-date-n
        IF to-date = SPACES THEN
            MOVE work-date-n TO to-date
        END-IF
        IF from-date = SPACES THEN
            MOVE work-date-n TO from-date
            MOVE "01" TO from-date(7:2)
        END-IF
    END-IF.

    IF from-date IS NOT NUMERIC THEN
        DISPLAY "FATAL: CHGCARD from date " from-date " is not numeric"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    IF to-date IS NOT NUMERIC THEN
        DISPLAY "FATAL: CHGCARD to date " to-date " is not numeric"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    IF from-date > to-date THEN
        DISPLAY "FATAL: CHGCARD from date " from-date
                " is after to date " to-date
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

LOAD-RATE-TABLE.
    OPEN INPUT rate-file.
    IF rate-file-status NOT = "00" THEN
        DISPLAY "FATAL: RATEFILE open failed, status " rate-file-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

    PERFORM LOAD-ONE-RATE UNTIL end-of-rates.

    CLOSE rate-file.

    IF rate-count = 0 THEN
        DISPLAY "FATAL: RATEFILE holds no rates, nothing can be priced"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

LOAD-ONE-RATE.
    READ rate-file
        AT END
            SET end-of-rates TO TRUE
    END-READ.

    IF NOT end-of-rates AND rate-file-record NOT = SPACES THEN
        ADD 1 TO rate-cards-read
        MOVE SPACES TO rate-error
        MOVE FUNCTION UPPER-CASE(rtf-operation) TO rtf-operation
        MOVE FUNCTION UPPER-CASE(rtf-mode) TO rtf-mode
        PERFORM EDIT-RATE-CARD
        IF rate-error NOT = SPACES THEN
            DISPLAY "FATAL: RATEFILE card " rate-cards-read ": "
                    rate-error
            DISPLAY "       " rate-file-record
            MOVE 12 TO RETURN-CODE
            PERFORM PROGRAM-DONE
        END-IF
        IF rate-count >= rate-max THEN
            DISPLAY "FATAL: RATEFILE holds more than " rate-max
                    " rates"
            MOVE 12 TO RETURN-CODE
            PERFORM PROGRAM-DONE
        END-IF
        ADD 1 TO rate-count
        MOVE rtf-operation TO rt-operation(rate-count)
        MOVE rtf-mode      TO rt-mode(rate-count)
        MOVE rtf-effective TO rt-effective(rate-count)
        MOVE work-price    TO rt-price(rate-count)
    END-IF.

EDIT-RATE-CARD.
    IF rtf-operation NOT = "E" AND rtf-operation NOT = "D"
            AND rtf-operation NOT = "S" THEN
        MOVE "OPERATION IS NOT E, D OR S" TO rate-error
    END-IF.

    IF rate-error = SPACES
            AND rtf-mode NOT = "C" AND rtf-mode NOT = "V" THEN
        MOVE "MODE IS NOT C OR V" TO rate-error
    END-IF.

    IF rate-error = SPACES AND rtf-effective IS NOT NUMERIC THEN
        MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO rate-error
    END-IF.

    IF rate-error = SPACES THEN
        PERFORM EDIT-RATE-PRICE
    END-IF.

    IF rate-error = SPACES THEN
        PERFORM VARYING rate-pos FROM 1 BY 1
                UNTIL rate-pos > rate-count
            IF rt-operation(rate-pos) = rtf-operation
                    AND rt-mode(rate-pos) = rtf-mode
                    AND rt-effective(rate-pos) = rtf-effective THEN
                MOVE "RATE ALREADY GIVEN FOR THIS DATE" TO rate-error
            END-IF
        END-PERFORM
    END-IF.

EDIT-RATE-PRICE.
    MOVE SPACES TO price-text-whole.
    MOVE SPACES TO price-text-frac.
    UNSTRING rtf-price DELIMITED BY "."
        INTO price-text-whole price-text-frac
    END-UNSTRING.

    IF FUNCTION TRIM(price-text-whole) = SPACES THEN
        MOVE "0" TO price-text-whole
    END-IF.
    IF FUNCTION LENGTH(FUNCTION TRIM(price-text-whole)) > 5
            OR FUNCTION LENGTH(FUNCTION TRIM(price-text-frac)) > 4 THEN
        MOVE "UNIT PRICE IS OVER 99999.9999" TO rate-error
    ELSE
        MOVE FUNCTION TRIM(price-text-whole) TO edit-price-whole
        INSPECT edit-price-whole REPLACING LEADING " " BY "0"
        MOVE FUNCTION TRIM(price-text-frac) TO edit-price-frac
        INSPECT edit-price-frac REPLACING ALL " " BY "0"
        IF edit-price-whole IS NUMERIC AND edit-price-frac IS NUMERIC
                THEN
            MOVE edit-price-whole TO price-whole
            MOVE edit-price-frac  TO price-frac
            COMPUTE work-price = price-whole + price-frac / 10000
        ELSE
            MOVE "UNIT PRICE IS NOT NUMERIC" TO rate-error
        END-IF
    END-IF.

PRICE-LIVE-HISTORY.
    OPEN INPUT history-file.

    IF history-status = "00" THEN
        SET history-is-open TO TRUE
        PERFORM PRICE-ONE-LIVE-HISTORY UNTIL end-of-history
    ELSE
        DISPLAY "HISTORY not available, status " history-status
    END-IF.

PRICE-ONE-LIVE-HISTORY.
    READ history-file NEXT RECORD
        AT END
            SET end-of-history TO TRUE
    END-READ.

    IF NOT end-of-history THEN
        IF history-run-date >= from-date
                AND history-run-date <= to-date THEN
            ADD 1 TO messages-live
            PERFORM PRICE-ONE-MESSAGE
        END-IF
    END-IF.

PRICE-ARCHIVED-HISTORY.
    OPEN INPUT hist-arch.

    IF hist-arch-status = "00" THEN
        PERFORM PRICE-ONE-ARCH-HISTORY UNTIL end-of-hist-arch
        CLOSE hist-arch
    ELSE
        DISPLAY "HISTARCH not available, status " hist-arch-status
    END-IF.

PRICE-ONE-ARCH-HISTORY.
    READ hist-arch
        AT END
            SET end-of-hist-arch TO TRUE
    END-READ.

    IF NOT end-of-hist-arch AND hist-arch-record NOT = SPACES THEN
        MOVE hist-arch-record TO history-record
        IF history-run-date >= from-date
                AND history-run-date <= to-date THEN
            PERFORM CHECK-ARCHIVE-REPEAT
            IF NOT live-copy-found THEN
                PERFORM CHECK-LIVE-COPY
            END-IF
            IF live-copy-found THEN
                ADD 1 TO restored-skipped
            ELSE
                MOVE hist-arch-record TO history-record
                PERFORM REMEMBER-ARCHIVE-KEY
                ADD 1 TO messages-archived
                PERFORM PRICE-ONE-MESSAGE
            END-IF
        END-IF
    END-IF.

CHECK-ARCHIVE-REPEAT.
    MOVE "N" TO live-copy-flag.
    PERFORM VARYING arch-key-pos FROM 1 BY 1
            UNTIL arch-key-pos > arch-key-count OR live-copy-found
        IF arch-key(arch-key-pos) = history-key THEN
            SET live-copy-found TO TRUE
        END-IF
    END-PERFORM.

REMEMBER-ARCHIVE-KEY.
    IF arch-key-count >= arch-key-max THEN
        DISPLAY "FATAL: more than " arch-key-max
                " archived messages for the period, nothing billed"
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.
    ADD 1 TO arch-key-count.
    MOVE history-key TO arch-key(arch-key-count).

CHECK-LIVE-COPY.
    MOVE "N" TO live-copy-flag.
    IF history-is-open THEN
        READ history-file
            KEY IS history-key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET live-copy-found TO TRUE
        END-READ
    END-IF.

PRICE-ONE-MESSAGE.
    ADD 1 TO messages-read.
    MOVE history-run-date TO msg-date.
    MOVE history-mode     TO msg-mode.
    MOVE history-operator TO msg-operator.
    IF msg-mode NOT = "V" THEN
        MOVE "C" TO msg-mode
    END-IF.

    PERFORM FIND-COST-CENTER.

    IF history-encrypted NOT = SPACES THEN
        MOVE "E" TO work-operation
        PERFORM CHARGE-ONE-OPERATION
    END-IF.
    IF history-decrypted NOT = SPACES THEN
        MOVE "D" TO work-operation
        PERFORM CHARGE-ONE-OPERATION
    END-IF.
    IF history-solve-status NOT = SPACE THEN
        MOVE "S" TO work-operation
        PERFORM CHARGE-ONE-OPERATION
    END-IF.

FIND-COST-CENTER.
    IF msg-operator NOT = last-oper-id THEN
        MOVE msg-operator TO last-oper-id
        MOVE SPACES TO last-cost-center
        IF oper-file-open THEN
            MOVE msg-operator TO oper-id
            READ oper-file
                INVALID KEY
                    MOVE SPACES TO last-cost-center
                NOT INVALID KEY
                    MOVE oper-cost-center TO last-cost-center
            END-READ
        END-IF
    END-IF.

    IF last-cost-center = SPACES THEN
        MOVE no-center-text TO msg-cost-center
        ADD 1 TO messages-no-center
    ELSE
        MOVE last-cost-center TO msg-cost-center
    END-IF.

CHARGE-ONE-OPERATION.
    MOVE 0 TO rate-slot.
    PERFORM VARYING rate-pos FROM 1 BY 1
            UNTIL rate-pos > rate-count
        IF rt-operation(rate-pos) = work-operation
                AND rt-mode(rate-pos) = msg-mode
                AND rt-effective(rate-pos) <= msg-date THEN
            IF rate-slot = 0 THEN
                MOVE rate-pos TO rate-slot
            ELSE
                IF rt-effective(rate-pos) > rt-effective(rate-slot) THEN
                    MOVE rate-pos TO rate-slot
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    IF rate-slot = 0 THEN
        PERFORM COUNT-UNPRICED-OPERATION
    ELSE
        MOVE msg-cost-center          TO nck-cost-center
        MOVE msg-operator             TO nck-operator
        MOVE work-operation           TO nck-operation
        MOVE msg-mode                 TO nck-mode
        MOVE rt-effective(rate-slot)  TO nck-effective
        PERFORM FIND-CHARGE-LINE
        ADD 1 TO ch-quantity(charge-pos)
        ADD 1 TO operations-priced
    END-IF.

FIND-CHARGE-LINE.
    PERFORM VARYING charge-pos FROM 1 BY 1
            UNTIL charge-pos > charge-count
               OR ch-key(charge-pos) >= new-charge-key
        CONTINUE
    END-PERFORM.

    IF charge-pos > charge-count
            OR ch-key(charge-pos) NOT = new-charge-key THEN
        IF charge-count >= charge-max THEN
            DISPLAY "FATAL: more than " charge-max
                    " charge lines for the period, nothing billed"
            MOVE 12 TO RETURN-CODE
            PERFORM PROGRAM-DONE
        END-IF
        PERFORM VARYING shift-pos FROM charge-count BY -1
                UNTIL shift-pos < charge-pos
            MOVE charge-entry(shift-pos) TO charge-entry(shift-pos + 1)
        END-PERFORM
        ADD 1 TO charge-count
        MOVE new-charge-key       TO ch-key(charge-pos)
        MOVE 0                    TO ch-quantity(charge-pos)
        MOVE rt-price(rate-slot)  TO ch-price(charge-pos)
        MOVE 0                    TO ch-amount(charge-pos)
    END-IF.

COUNT-UNPRICED-OPERATION.
    ADD 1 TO operations-unpriced.

    MOVE 0 TO unpriced-slot.
    PERFORM VARYING unpriced-pos FROM 1 BY 1
            UNTIL unpriced-pos > unpriced-count OR unpriced-slot > 0
        IF up-operation(unpriced-pos) = work-operation
                AND up-mode(unpriced-pos) = msg-mode THEN
            MOVE unpriced-pos TO unpriced-slot
        END-IF
    END-PERFORM.

    IF unpriced-slot = 0 AND unpriced-count < unpriced-max THEN
        ADD 1 TO unpriced-count
        MOVE unpriced-count TO unpriced-slot
        MOVE work-operation TO up-operation(unpriced-slot)
        MOVE msg-mode       TO up-mode(unpriced-slot)
        MOVE msg-date       TO up-first-date(unpriced-slot)
        MOVE 0              TO up-count(unpriced-slot)
    END-IF.

    IF unpriced-slot > 0 THEN
        ADD 1 TO up-count(unpriced-slot)
        IF msg-date < up-first-date(unpriced-slot) THEN
            MOVE msg-date TO up-first-date(unpriced-slot)
        END-IF
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO chg-rpt-record.
    STRING "CHARGEBACK INVOICE  PERIOD " from-date
           " TO "    to-date
           "  RUN "  run-date
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE SPACES TO chg-rpt-record.
    WRITE chg-rpt-record.

WRITE-COLUMN-HEADING.
    MOVE SPACES TO chg-rpt-record.
    STRING "  OPERATOR  OP  MODE  RATE FROM   "
           "   QUANTITY   UNIT PRICE          AMOUNT"
           DELIMITED BY SIZE
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

WRITE-ONE-CHARGE-LINE.
    IF charge-pos = 1 OR ch-cost-center(charge-pos) NOT = current-center
            THEN
        IF charge-pos > 1 THEN
            PERFORM WRITE-CENTER-TOTAL
        END-IF
        MOVE ch-cost-center(charge-pos) TO current-center
        MOVE 0 TO center-operations
        MOVE 0 TO center-amount
        ADD 1 TO centers-billed
        MOVE SPACES TO chg-rpt-record
        STRING "COST CENTER: " current-center
               INTO chg-rpt-record
        END-STRING
        WRITE chg-rpt-record
        PERFORM WRITE-COLUMN-HEADING
    END-IF.

    COMPUTE ch-amount(charge-pos) ROUNDED =
        ch-quantity(charge-pos) * ch-price(charge-pos).
    ADD ch-quantity(charge-pos) TO center-operations.
    ADD ch-amount(charge-pos)   TO center-amount.
    ADD ch-amount(charge-pos)   TO grand-amount.

    MOVE ch-quantity(charge-pos) TO disp-quantity.
    MOVE ch-price(charge-pos)    TO disp-price.
    MOVE ch-amount(charge-pos)   TO disp-amount.
    MOVE SPACES TO chg-rpt-record.
    STRING "  "   ch-operator(charge-pos)
           "  "   ch-operation(charge-pos)
           "   "  ch-mode(charge-pos)
           "     " ch-effective(charge-pos)
           "  "   disp-quantity
           "  "   disp-price
           "  "   disp-amount
           DELIMITED BY SIZE
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE "D"                        TO chx-rec-type.
    MOVE ch-cost-center(charge-pos) TO chx-cost-center.
    MOVE ch-operator(charge-pos)    TO chx-operator.
    MOVE ch-operation(charge-pos)   TO chx-operation.
    MOVE ch-mode(charge-pos)        TO chx-mode.
    MOVE ch-effective(charge-pos)   TO chx-rate-effective.
    MOVE ch-quantity(charge-pos)    TO chx-quantity.
    MOVE ch-price(charge-pos)       TO chx-unit-price.
    MOVE ch-amount(charge-pos)      TO chx-amount.
    MOVE to-date                    TO chx-posting-date.
    WRITE charge-extract-record.
    ADD 1 TO extract-written.

WRITE-CENTER-TOTAL.
    MOVE center-operations TO disp-quantity.
    MOVE center-amount     TO disp-total.
    MOVE SPACES TO chg-rpt-record.
    STRING "  TOTAL FOR " current-center
           "  OPERATIONS: " disp-quantity
           "  AMOUNT: "     disp-total
           DELIMITED BY SIZE
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE SPACES TO chg-rpt-record.
    WRITE chg-rpt-record.

WRITE-EXTRACT-HEADER.
    MOVE SPACES    TO charge-extract-record.
    MOVE "H"       TO chx-rec-type.
    MOVE from-date TO chx-period-from.
    MOVE to-date   TO chx-period-to.
    MOVE 0         TO chx-record-count.
    MOVE 0         TO chx-total-amount.
    WRITE charge-extract-record.

WRITE-EXTRACT-TRAILER.
    MOVE SPACES          TO charge-extract-record.
    MOVE "T"             TO chx-rec-type.
    MOVE from-date       TO chx-period-from.
    MOVE to-date         TO chx-period-to.
    MOVE extract-written TO chx-record-count.
    MOVE grand-amount    TO chx-total-amount.
    WRITE charge-extract-record.

WRITE-UNPRICED-SECTION.
    IF operations-unpriced > 0 THEN
        MOVE "OPERATIONS WITH NO RATE IN EFFECT, NOT BILLED"
            TO chg-rpt-record
        WRITE chg-rpt-record
        PERFORM VARYING unpriced-pos FROM 1 BY 1
                UNTIL unpriced-pos > unpriced-count
            MOVE up-count(unpriced-pos) TO disp-quantity
            MOVE SPACES TO chg-rpt-record
            STRING "  OP: "   up-operation(unpriced-pos)
                   "  MODE: " up-mode(unpriced-pos)
                   "  OPERATIONS: " disp-quantity
                   "  EARLIEST: "   up-first-date(unpriced-pos)
                   DELIMITED BY SIZE
                   INTO chg-rpt-record
            END-STRING
            WRITE chg-rpt-record
        END-PERFORM
        MOVE SPACES TO chg-rpt-record
        WRITE chg-rpt-record
    END-IF.

WRITE-REPORT-TOTALS.
    MOVE grand-amount TO disp-total.
    MOVE SPACES TO chg-rpt-record.
    STRING "TOTAL BILLED:         " disp-total
           "  COST CENTERS: "     centers-billed
           DELIMITED BY SIZE
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE SPACES TO chg-rpt-record.
    STRING "MESSAGES PRICED:      " messages-read
           "  LIVE: "             messages-live
           "  ARCHIVED: "         messages-archived
           "  RESTORED COPIES SKIPPED: " restored-skipped
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE SPACES TO chg-rpt-record.
    STRING "OPERATIONS BILLED:    " operations-priced
           "  NOT BILLED: "       operations-unpriced
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE SPACES TO chg-rpt-record.
    STRING "MESSAGES WITH NO COST CENTER: " messages-no-center
           "  BILLED TO "                   no-center-text
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    MOVE SPACES TO chg-rpt-record.
    STRING "EXTRACT DETAIL RECORDS: " extract-written
           INTO chg-rpt-record
    END-STRING
    WRITE chg-rpt-record.

    IF operations-unpriced > 0 OR messages-no-center > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

PROGRAM-DONE.
    STOP RUN.
