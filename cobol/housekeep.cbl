COPY historec.

FD  hist-arch.
01  hist-arch-record    PIC X(904).

FD  audit-log.
01  audit-line          PIC X(560).

FD  audit-arch.
01  audit-arch-record   PIC X(560).

FD  audit-keep.
01  audit-keep-record   PIC X(560).

FD  purge-rpt.
01  purge-rpt-record    PIC X(100).
        DISPLAY "HISTORY not available, status " history-status
                ", nothing purged"
    ELSE
        OPEN EXTEND hist-arch
        IF hist-arch-status NOT = "00" THEN
            OPEN OUTPUT hist-arch
        END-IF
        PERFORM PURGE-ONE-HISTORY UNTIL end-of-history
        CLOSE hist-arch
        CLOSE history-file
        DISPLAY "AUDIT-LOG not available, status " audit-log-status
                ", nothing purged"
    ELSE
        OPEN EXTEND audit-arch
        IF audit-arch-status NOT = "00" THEN
            OPEN OUTPUT audit-arch
        END-IF
        OPEN OUTPUT audit-keep
        PERFORM PURGE-ONE-AUDIT-LINE UNTIL end-of-audit
        CLOSE audit-log
