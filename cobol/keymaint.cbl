    SELECT oper-file
        ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS oper-id
        FILE STATUS IS oper-file-status.
    SELECT pend-file
        ASSIGN TO "PENDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pend-id
        FILE STATUS IS pend-file-status.
    SELECT pend-card
        ASSIGN TO "PENDCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pend-card-status.
    SELECT sec-log
        ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sec-log-status.
    SELECT mnt-rpt
        ASSIGN TO "MNT-RPT"
        ORGANIZATION IS LINE SEQUENTIAL
    05  trn-file        PIC X(01).
        88  trn-for-key-file      VALUE "K".
        88  trn-for-oper-file     VALUE "O".
        88  trn-for-pending       VALUE "P".
    05  trn-filler-0    PIC X.
    05  trn-action      PIC X(01).
        88  trn-add               VALUE "A".
        88  trn-change            VALUE "C".
        88  trn-retire            VALUE "R".
        88  trn-reactivate        VALUE "X".
        88  trn-approve           VALUE "A".
        88  trn-reject            VALUE "R".
    05  trn-filler-1    PIC X.
    05  trn-key-detail.
        10  trn-key-name    PIC X(08).
        10  trn-auth-solve  PIC X(01).
        10  trn-filler-7    PIC X.
        10  trn-auth-vig    PIC X(01).
        10  trn-filler-8    PIC X.
        10  trn-auth-approve PIC X(01).
        10  trn-filler-9    PIC X.
        10  trn-cost-center PIC X(06).
        10  trn-filler-12   PIC X(05).
    05  trn-pend-detail REDEFINES trn-key-detail.
        10  trn-pend-id     PIC X(06).
        10  trn-filler-10   PIC X(41).
    05  trn-filler-11   PIC X.
    05  trn-submitter   PIC X(08).

FD  key-file.
01  key-vault-record.
        88  oper-may-solve        VALUE "Y".
    05  oper-auth-vig   PIC X(01).
        88  oper-may-vigenere     VALUE "Y".
    05  oper-auth-approve PIC X(01).
        88  oper-may-approve      VALUE "Y".
    05  oper-cost-center PIC X(06).

FD  pend-file.
01  pending-record.
    05  pend-id           PIC 9(06).
    05  pend-status       PIC X(01).
        88  pend-waiting          VALUE "P".
        88  pend-approved         VALUE "A".
        88  pend-rejected         VALUE "J".
        88  pend-expired          VALUE "E".
        88  pend-failed           VALUE "F".
    05  pend-submitter    PIC X(08).
    05  pend-submit-date  PIC X(08).
    05  pend-decider      PIC X(08).
    05  pend-decide-date  PIC X(08).
    05  pend-tran         PIC X(60).
    05  pend-reason       PIC X(50).

FD  pend-card.
01  pend-card-record.
    05  pend-card-days  PIC X(03).

FD  sec-log.
01  sec-log-record      PIC X(120).

FD  mnt-rpt.
01  mnt-rpt-record      PIC X(132).
01  other-rejected     PIC 9(05)  VALUE 0.
01  work-effective     PIC X(08)  VALUE SPACES.
01  work-expiry        PIC X(08)  VALUE SPACES.
01  pend-file-status   PIC X(02).
01  pend-card-status   PIC X(02).
01  sec-log-status     PIC X(02).
01  expire-days        PIC 9(03)  VALUE 7.
01  edit-expire-days   PIC X(03)  JUSTIFIED RIGHT.
01  today-int          PIC 9(08).
01  pend-age-days      PIC 9(05)  VALUE 0.
01  pend-eof           PIC X(01)  VALUE "N".
    88  end-of-pending        VALUE "Y".
01  oper-eof           PIC X(01)  VALUE "N".
    88  end-of-operators      VALUE "Y".
01  approvers-on-file  PIC 9(05)  VALUE 0.
01  dual-control-flag  PIC X(01)  VALUE "Y".
    88  dual-control-on       VALUE "Y".
    88  dual-control-off      VALUE "N".
01  next-pend-id       PIC 9(06)  VALUE 0.
01  edit-pend-id       PIC X(06)  JUSTIFIED RIGHT.
01  work-pend-id       PIC 9(06)  VALUE 0.
01  decider-id         PIC X(08)  VALUE SPACES.
01  decide-action      PIC X(01)  VALUE SPACE.
01  pend-tran-image.
    05  pti-file        PIC X(01).
    05  pti-filler-0    PIC X.
    05  pti-action      PIC X(01).
    05  pti-filler-1    PIC X.
    05  pti-name        PIC X(08).
    05  pti-filler-2    PIC X(49).
01  event-operator     PIC X(08)  VALUE SPACES.
01  sec-event-code     PIC X(16)  VALUE SPACES.
01  sec-event-detail   PIC X(40)  VALUE SPACES.
01  sec-event-stamp    PIC X(21).
01  security-events    PIC 9(05)  VALUE 0.
01  pend-submitted     PIC 9(05)  VALUE 0.
01  pend-approved-count PIC 9(05) VALUE 0.
01  pend-rejected-count PIC 9(05) VALUE 0.
01  pend-expired-count PIC 9(05)  VALUE 0.
01  pend-failed-count  PIC 9(05)  VALUE 0.
01  pend-waiting-count PIC 9(05)  VALUE 0.
01  decisions-rejected PIC 9(05)  VALUE 0.
01  bypass-applied     PIC 9(05)  VALUE 0.

PROCEDURE DIVISION.

PROGRAM-BEGIN.
    MOVE FUNCTION CURRENT-DATE TO run-timestamp-raw.
    MOVE run-timestamp-raw(1:8) TO run-date.
    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
        TO today-int.

    PERFORM READ-EXPIRY-CARD.

    OPEN INPUT mnt-tran.
    IF mnt-tran-status NOT = "00" THEN

    PERFORM OPEN-KEY-FILE.
    PERFORM OPEN-OPER-FILE.
    PERFORM OPEN-PEND-FILE.

    OPEN OUTPUT mnt-rpt.

    PERFORM COUNT-APPROVERS.
    PERFORM WRITE-REPORT-HEADING.
    PERFORM EXPIRE-OLD-PENDING.

    PERFORM APPLY-ONE-TRANSACTION UNTIL end-of-mnt-tran.

    PERFORM LIST-STILL-PENDING.
    PERFORM WRITE-REPORT-TOTALS.

    CLOSE mnt-tran.
    CLOSE key-file.
    CLOSE oper-file.
    CLOSE pend-file.
    CLOSE mnt-rpt.

    PERFORM PROGRAM-DONE.

READ-EXPIRY-CARD.
    OPEN INPUT pend-card.

    IF pend-card-status = "00" THEN
        READ pend-card
            AT END
                DISPLAY "PENDCARD is empty, pending changes expire"
                        " after 7 days"
        END-READ

        IF pend-card-status = "00" AND pend-card-days NOT = SPACES THEN
            MOVE FUNCTION TRIM(pend-card-days) TO edit-expire-days
            INSPECT edit-expire-days REPLACING LEADING " " BY "0"
            IF edit-expire-days IS NUMERIC THEN
                MOVE edit-expire-days TO expire-days
            ELSE
                DISPLAY "FATAL: PENDCARD days " pend-card-days
                        " is not numeric, run rejected"
                MOVE 12 TO RETURN-CODE
                PERFORM PROGRAM-DONE
            END-IF
        END-IF

        CLOSE pend-card
    ELSE
        DISPLAY "PENDCARD not found, pending changes expire"
                " after 7 days"
    END-IF.

OPEN-KEY-FILE.
    OPEN I-O key-file.
    IF key-file-status = "35" THEN
        PERFORM PROGRAM-DONE
    END-IF.

OPEN-PEND-FILE.
    OPEN I-O pend-file.
    IF pend-file-status = "35" THEN
        OPEN OUTPUT pend-file
        CLOSE pend-file
        OPEN I-O pend-file
    END-IF.
    IF pend-file-status NOT = "00" THEN
        DISPLAY "FATAL: PENDFILE open failed, status " pend-file-status
        MOVE 12 TO RETURN-CODE
        PERFORM PROGRAM-DONE
    END-IF.

COUNT-APPROVERS.
    MOVE LOW-VALUES TO oper-id.
    START oper-file KEY IS NOT LESS THAN oper-id
        INVALID KEY
            SET end-of-operators TO TRUE
    END-START.

    PERFORM COUNT-ONE-OPERATOR UNTIL end-of-operators.

    IF approvers-on-file = 0 THEN
        SET dual-control-off TO TRUE
        DISPLAY "No active operator holds approval authority,"
                " changes applied without approval"
    END-IF.

COUNT-ONE-OPERATOR.
    READ oper-file NEXT RECORD
        AT END
            SET end-of-operators TO TRUE
    END-READ.

    IF NOT end-of-operators AND oper-active AND oper-may-approve THEN
        ADD 1 TO approvers-on-file
    END-IF.

WRITE-REPORT-HEADING.
    MOVE SPACES TO mnt-rpt-record.
    STRING "KEY VAULT AND OPERATOR MASTER MAINTENANCE  " run-date
    END-STRING
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    IF dual-control-on THEN
        STRING "DUAL CONTROL: ON   APPROVERS: " approvers-on-file
               "  PENDING EXPIRES AFTER DAYS: " expire-days
               INTO mnt-rpt-record
        END-STRING
    ELSE
        STRING "DUAL CONTROL: OFF  NO ACTIVE APPROVER ON OPERFILE,"
               " CHANGES APPLIED DIRECTLY"
               INTO mnt-rpt-record
        END-STRING
    END-IF.
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    WRITE mnt-rpt-record.

EXPIRE-OLD-PENDING.
    MOVE 0 TO pend-id.
    START pend-file KEY IS NOT LESS THAN pend-id
        INVALID KEY
            SET end-of-pending TO TRUE
    END-START.

    PERFORM EXPIRE-ONE-PENDING UNTIL end-of-pending.

EXPIRE-ONE-PENDING.
    READ pend-file NEXT RECORD
        AT END
            SET end-of-pending TO TRUE
    END-READ.

    IF NOT end-of-pending THEN
        MOVE pend-id TO next-pend-id
        IF pend-waiting THEN
            PERFORM COMPUTE-PENDING-AGE
            IF pend-age-days > expire-days THEN
                SET pend-expired TO TRUE
                MOVE run-date TO pend-decide-date
                MOVE "EXPIRED WITHOUT A DECISION" TO pend-reason
                REWRITE pending-record
                    INVALID KEY
                        DISPLAY "PENDFILE rewrite failed, status "
                                pend-file-status
                END-REWRITE
                ADD 1 TO pend-expired-count
                MOVE pend-tran TO pend-tran-image
                MOVE SPACES TO mnt-rpt-record
                STRING "EXPIRED  " pend-id
                       "  "        pti-file
                       " "         pti-action
                       " "         pti-name
                       "  SUBMITTED BY " pend-submitter
                       " ON "      pend-submit-date
                       INTO mnt-rpt-record
                END-STRING
                WRITE mnt-rpt-record
            END-IF
        END-IF
    END-IF.

COMPUTE-PENDING-AGE.
    MOVE 0 TO pend-age-days.
    IF pend-submit-date IS NUMERIC
            AND pend-submit-date NOT > run-date THEN
        COMPUTE pend-age-days = today-int
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pend-submit-date))
    END-IF.

APPLY-ONE-TRANSACTION.
    READ mnt-tran
        AT END
        ADD 1 TO trans-read
        SET tran-valid TO TRUE
        MOVE SPACES TO reject-reason
        MOVE FUNCTION UPPER-CASE(trn-submitter) TO trn-submitter
        MOVE trn-submitter TO event-operator
        IF trn-for-key-file OR trn-for-oper-file THEN
            PERFORM SUBMIT-MASTER-CHANGE
        ELSE
            IF trn-for-pending THEN
                PERFORM DECIDE-PENDING-CHANGE
            ELSE
                MOVE "FILE CODE IS NOT K, O OR P" TO reject-reason
                ADD 1 TO other-rejected
                PERFORM WRITE-REJECT-LINE
            END-IF
        END-IF
    END-IF.

SUBMIT-MASTER-CHANGE.
    PERFORM CHECK-SUBMITTER.

    IF tran-valid AND dual-control-off THEN
        PERFORM APPLY-WITHOUT-APPROVAL
    ELSE
        IF tran-valid THEN
            IF trn-for-key-file THEN
                PERFORM CHECK-KEY-TRANSACTION
            ELSE
                PERFORM CHECK-OPER-TRANSACTION
            END-IF
        END-IF

        IF tran-valid THEN
            PERFORM WRITE-PENDING-CHANGE
        ELSE
            IF trn-for-key-file THEN
                ADD 1 TO key-rejected
            ELSE
                ADD 1 TO oper-rejected
            END-IF
            PERFORM WRITE-REJECT-LINE
        END-IF
    END-IF.

CHECK-SUBMITTER.
    IF trn-submitter = SPACES THEN
        MOVE "SUBMITTING OPERATOR IS MISSING" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid AND dual-control-on THEN
        MOVE trn-submitter TO oper-id
        READ oper-file
            INVALID KEY
                SET master-not-found TO TRUE
            NOT INVALID KEY
                SET master-found TO TRUE
        END-READ
        IF master-not-found OR NOT oper-active THEN
            MOVE "SUBMITTER IS NOT AN ACTIVE OPERATOR" TO reject-reason
            SET tran-invalid TO TRUE
            IF master-not-found THEN
                MOVE "OPER-UNKNOWN" TO sec-event-code
            ELSE
                MOVE "OPER-INACTIVE" TO sec-event-code
            END-IF
            MOVE "MNTTRAN SUBMISSION REJECTED" TO sec-event-detail
            PERFORM WRITE-SECURITY-EVENT
        END-IF
    END-IF.

APPLY-WITHOUT-APPROVAL.
    IF trn-for-key-file THEN
        PERFORM APPLY-KEY-TRANSACTION
    ELSE
        PERFORM APPLY-OPER-TRANSACTION
    END-IF.

    IF tran-valid THEN
        ADD 1 TO bypass-applied
        MOVE "  APPLIED WITHOUT APPROVAL, NO APPROVER ON OPERFILE"
            TO mnt-rpt-record
        WRITE mnt-rpt-record
        MOVE "DUAL-CTL-BYPASS" TO sec-event-code
        MOVE SPACES TO sec-event-detail
        STRING "MNTTRAN " trn-file " " trn-action " " trn-key-name
               INTO sec-event-detail
        END-STRING
        PERFORM WRITE-SECURITY-EVENT
        IF trn-for-oper-file AND oper-active AND oper-may-approve THEN
            ADD 1 TO approvers-on-file
            SET dual-control-on TO TRUE
            MOVE SPACES TO mnt-rpt-record
            STRING "  DUAL CONTROL NOW ON, APPROVER " oper-id
                   " ON OPERFILE, LATER CHANGES GO TO PENDFILE"
                   INTO mnt-rpt-record
            END-STRING
            WRITE mnt-rpt-record
            DISPLAY "Approver " oper-id " added,"
                    " later changes need approval"
        END-IF
    END-IF.

WRITE-PENDING-CHANGE.
    ADD 1 TO next-pend-id.
    MOVE SPACES TO pending-record.
    MOVE next-pend-id    TO pend-id.
    SET pend-waiting     TO TRUE.
    MOVE trn-submitter   TO pend-submitter.
    MOVE run-date        TO pend-submit-date.
    MOVE mnt-tran-record TO pend-tran.
    MOVE "AWAITING APPROVAL" TO pend-reason.

    WRITE pending-record
        INVALID KEY
            MOVE "PENDFILE WRITE REJECTED" TO reject-reason
            SET tran-invalid TO TRUE
    END-WRITE.

    IF tran-valid THEN
        ADD 1 TO pend-submitted
        MOVE SPACES TO mnt-rpt-record
        STRING "PENDING  " pend-id
               "  "        trn-file
               " "         trn-action
               " "         trn-key-name
               "  SUBMITTED BY " pend-submitter
               INTO mnt-rpt-record
        END-STRING
        WRITE mnt-rpt-record
    ELSE
        ADD 1 TO other-rejected
        PERFORM WRITE-REJECT-LINE
    END-IF.

DECIDE-PENDING-CHANGE.
    MOVE trn-submitter TO decider-id.
    MOVE trn-action    TO decide-action.

    IF NOT trn-approve AND NOT trn-reject THEN
        MOVE "ACTION IS NOT A OR R" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid THEN
        MOVE FUNCTION TRIM(trn-pend-id) TO edit-pend-id
        INSPECT edit-pend-id REPLACING LEADING " " BY "0"
        IF edit-pend-id IS NUMERIC THEN
            MOVE edit-pend-id TO work-pend-id
        ELSE
            MOVE "PENDING NUMBER IS NOT NUMERIC" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

    IF tran-valid THEN
        PERFORM CHECK-DECIDER
    END-IF.

    IF tran-valid THEN
        MOVE work-pend-id TO pend-id
        READ pend-file
            INVALID KEY
                MOVE "PENDING CHANGE NOT ON PENDFILE" TO reject-reason
                SET tran-invalid TO TRUE
        END-READ
    END-IF.

    IF tran-valid AND NOT pend-waiting THEN
        MOVE "PENDING CHANGE IS NO LONGER WAITING" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid AND pend-submitter = decider-id THEN
        MOVE "OPERATOR CANNOT DECIDE OWN CHANGE" TO reject-reason
        SET tran-invalid TO TRUE
        IF decide-action = "A" THEN
            MOVE "SELF-APPROVAL" TO sec-event-code
            MOVE SPACES TO sec-event-detail
            STRING "PENDING: " work-pend-id
                   "  MNTTRAN " pend-tran(1:3)
                   INTO sec-event-detail
            END-STRING
            PERFORM WRITE-SECURITY-EVENT
        END-IF
    END-IF.

    IF tran-valid THEN
        IF decide-action = "A" THEN
            PERFORM APPROVE-PENDING-CHANGE
        ELSE
            PERFORM REJECT-PENDING-CHANGE
        END-IF
    ELSE
        ADD 1 TO decisions-rejected
        PERFORM WRITE-REJECT-LINE
    END-IF.

CHECK-DECIDER.
    IF decider-id = SPACES THEN
        MOVE "DECIDING OPERATOR IS MISSING" TO reject-reason
        SET tran-invalid TO TRUE
    ELSE
        MOVE decider-id TO oper-id
        READ oper-file
            INVALID KEY
                SET master-not-found TO TRUE
            NOT INVALID KEY
                SET master-found TO TRUE
        END-READ
        IF master-not-found OR NOT oper-active
                OR NOT oper-may-approve THEN
            MOVE "OPERATOR HAS NO APPROVAL AUTHORITY" TO reject-reason
            SET tran-invalid TO TRUE
            MOVE "APPROVE-NO-AUTH" TO sec-event-code
            MOVE SPACES TO sec-event-detail
            STRING "PENDING: " trn-pend-id
                   INTO sec-event-detail
            END-STRING
            PERFORM WRITE-SECURITY-EVENT
        END-IF
    END-IF.

APPROVE-PENDING-CHANGE.
    MOVE SPACES TO mnt-rpt-record.
    STRING "APPROVED " pend-id
           "  BY "     decider-id
           "  SUBMITTED BY " pend-submitter
           " ON "      pend-submit-date
           INTO mnt-rpt-record
    END-STRING.
    WRITE mnt-rpt-record.

    MOVE pend-tran TO mnt-tran-record.
    IF trn-for-key-file THEN
        PERFORM APPLY-KEY-TRANSACTION
    ELSE
        PERFORM APPLY-OPER-TRANSACTION
    END-IF.

    MOVE decider-id TO pend-decider.
    MOVE run-date   TO pend-decide-date.
    IF tran-valid THEN
        SET pend-approved TO TRUE
        MOVE "APPLIED TO MASTER" TO pend-reason
        ADD 1 TO pend-approved-count
    ELSE
        SET pend-failed TO TRUE
        MOVE reject-reason TO pend-reason
        ADD 1 TO pend-failed-count
    END-IF.

    REWRITE pending-record
        INVALID KEY
            DISPLAY "PENDFILE rewrite failed, status " pend-file-status
    END-REWRITE.

REJECT-PENDING-CHANGE.
    SET pend-rejected TO TRUE.
    MOVE decider-id TO pend-decider.
    MOVE run-date   TO pend-decide-date.
    MOVE "REJECTED BY APPROVER" TO pend-reason.
    ADD 1 TO pend-rejected-count.

    REWRITE pending-record
        INVALID KEY
            DISPLAY "PENDFILE rewrite failed, status " pend-file-status
    END-REWRITE.

    MOVE pend-tran TO pend-tran-image.
    MOVE SPACES TO mnt-rpt-record.
    STRING "REJECTED " pend-id
           "  "        pti-file
           " "         pti-action
           " "         pti-name
           "  BY "     decider-id
           "  SUBMITTED BY " pend-submitter
           " ON "      pend-submit-date
           INTO mnt-rpt-record
    END-STRING.
    WRITE mnt-rpt-record.

LIST-STILL-PENDING.
    MOVE SPACES TO mnt-rpt-record.
    WRITE mnt-rpt-record.
    MOVE "CHANGES STILL AWAITING APPROVAL" TO mnt-rpt-record.
    WRITE mnt-rpt-record.

    MOVE "N" TO pend-eof.
    MOVE 0 TO pend-id.
    START pend-file KEY IS NOT LESS THAN pend-id
        INVALID KEY
            SET end-of-pending TO TRUE
    END-START.

    PERFORM LIST-ONE-PENDING UNTIL end-of-pending.

LIST-ONE-PENDING.
    READ pend-file NEXT RECORD
        AT END
            SET end-of-pending TO TRUE
    END-READ.

    IF NOT end-of-pending AND pend-waiting THEN
        ADD 1 TO pend-waiting-count
        PERFORM COMPUTE-PENDING-AGE
        MOVE pend-tran TO pend-tran-image
        MOVE SPACES TO mnt-rpt-record
        STRING "  "        pend-id
               "  "        pti-file
               " "         pti-action
               " "         pti-name
               "  SUBMITTED BY " pend-submitter
               " ON "      pend-submit-date
               "  AGE DAYS: " pend-age-days
               INTO mnt-rpt-record
        END-STRING
        WRITE mnt-rpt-record
    END-IF.

APPLY-KEY-TRANSACTION.
    PERFORM CHECK-KEY-TRANSACTION.

    IF tran-valid THEN
        PERFORM TAKE-KEY-BEFORE-IMAGE
        IF trn-add THEN
        PERFORM WRITE-REJECT-LINE
    END-IF.

CHECK-KEY-TRANSACTION.
    IF NOT trn-add AND NOT trn-change
            AND NOT trn-retire AND NOT trn-reactivate THEN
        MOVE "ACTION IS NOT A, C, R, OR X" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid AND trn-key-name = SPACES THEN
        MOVE "KEY NAME IS MISSING" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid THEN
        PERFORM LOOK-UP-KEY-MASTER
        PERFORM EDIT-KEY-TRANSACTION
    END-IF.

LOOK-UP-KEY-MASTER.
    MOVE FUNCTION UPPER-CASE(trn-key-name) TO keyv-name.
    READ key-file
    WRITE mnt-rpt-record.

APPLY-OPER-TRANSACTION.
    PERFORM CHECK-OPER-TRANSACTION.

    IF tran-valid THEN
        PERFORM TAKE-OPER-BEFORE-IMAGE
        PERFORM WRITE-REJECT-LINE
    END-IF.

CHECK-OPER-TRANSACTION.
    IF NOT trn-add AND NOT trn-change
            AND NOT trn-retire AND NOT trn-reactivate THEN
        MOVE "ACTION IS NOT A, C, R, OR X" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid AND trn-oper-id = SPACES THEN
        MOVE "OPERATOR ID IS MISSING" TO reject-reason
        SET tran-invalid TO TRUE
    END-IF.

    IF tran-valid THEN
        PERFORM LOOK-UP-OPER-MASTER
        PERFORM EDIT-OPER-TRANSACTION
    END-IF.

LOOK-UP-OPER-MASTER.
    MOVE FUNCTION UPPER-CASE(trn-oper-id) TO oper-id.
    READ oper-file
            MOVE "VIGENERE AUTHORITY IS NOT Y OR N" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
        IF trn-auth-approve NOT = SPACE
                AND trn-auth-approve NOT = "Y"
                AND trn-auth-approve NOT = "N" THEN
            MOVE "APPROVAL AUTHORITY IS NOT Y OR N" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
        IF trn-cost-center = SPACES THEN
            MOVE "COST CENTER IS MISSING ON ADD" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

    IF tran-valid AND trn-change THEN
            MOVE "VIGENERE AUTHORITY IS NOT Y OR N" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
        IF trn-auth-approve NOT = SPACE
                AND trn-auth-approve NOT = "Y"
                AND trn-auth-approve NOT = "N" THEN
            MOVE "APPROVAL AUTHORITY IS NOT Y OR N" TO reject-reason
            SET tran-invalid TO TRUE
        END-IF
    END-IF.

TAKE-OPER-BEFORE-IMAGE.
               " "   oper-status
               " "   oper-auth-solve
               " "   oper-auth-vig
               " "   oper-auth-approve
               " "   oper-cost-center
               INTO before-image
        END-STRING
    END-IF.
    MOVE trn-oper-name  TO oper-name.
    MOVE trn-auth-solve TO oper-auth-solve.
    MOVE trn-auth-vig   TO oper-auth-vig.
    IF trn-auth-approve = "Y" THEN
        MOVE "Y" TO oper-auth-approve
    ELSE
        MOVE "N" TO oper-auth-approve
    END-IF.
    MOVE FUNCTION UPPER-CASE(trn-cost-center) TO oper-cost-center.
    SET oper-active TO TRUE.

CHANGE-OPER-RECORD.
        IF trn-auth-vig NOT = SPACE THEN
            MOVE trn-auth-vig TO oper-auth-vig
        END-IF
        IF trn-auth-approve NOT = SPACE THEN
            MOVE trn-auth-approve TO oper-auth-approve
        END-IF
        IF trn-cost-center NOT = SPACES THEN
            MOVE FUNCTION UPPER-CASE(trn-cost-center)
                TO oper-cost-center
        END-IF
    END-IF.

    IF trn-retire THEN
           " "   oper-status
           " "   oper-auth-solve
           " "   oper-auth-vig
           " "   oper-auth-approve
           " "   oper-cost-center
           INTO mnt-rpt-record
    END-STRING
    WRITE mnt-rpt-record.
    END-STRING
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    STRING "PENDING   SUBMITTED: " pend-submitted
           "  APPROVED: "         pend-approved-count
           "  REJECTED: "         pend-rejected-count
           "  EXPIRED: "          pend-expired-count
           "  APPLY FAILED: "     pend-failed-count
           INTO mnt-rpt-record
    END-STRING
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    STRING "PENDING   STILL AWAITING APPROVAL: " pend-waiting-count
           INTO mnt-rpt-record
    END-STRING
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    STRING "DECISIONS REJECTED:   " decisions-rejected
           INTO mnt-rpt-record
    END-STRING
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    STRING "APPLIED WITHOUT APPROVAL: " bypass-applied
           INTO mnt-rpt-record
    END-STRING
    WRITE mnt-rpt-record.

    MOVE SPACES TO mnt-rpt-record.
    STRING "SECURITY EVENTS:      " security-events
           INTO mnt-rpt-record
    END-STRING
    WRITE mnt-rpt-record.

    IF key-rejected > 0 OR oper-rejected > 0
            OR other-rejected > 0 OR decisions-rejected > 0
            OR pend-failed-count > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

    IF security-events > bypass-applied THEN
        MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-SECURITY-EVENT.
    ADD 1 TO security-events.
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
